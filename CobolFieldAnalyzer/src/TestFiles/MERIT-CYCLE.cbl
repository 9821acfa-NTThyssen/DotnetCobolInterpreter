      *****************************************************************
      * PROGRAM-ID    MERIT-CYCLE
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * Annual merit increase cycle.  Balances the indexed employee
      * master against the consolidated review master (REVMAST) the
      * same way REVIEW-AGING does and, for every active employee,
      * takes the rating of the most recent review together with the
      * PAY-GRADE on the master.  The grade is looked up on the pay
      * grade range file (GRADERNG - minimum, midpoint and maximum
      * per grade) and the salary placed in a quartile of the range;
      * the merit matrix of rating by quartile gives the proposed
      * percent increase.
      *
      * Someone already above the grade maximum gets the percent as
      * a lump-sum recommendation instead of a base increase, and a
      * base increase that would carry the salary past the maximum
      * is capped there with the excess paid as a lump sum.  Nobody
      * is below the minimum for long: a salary under the minimum
      * takes the first-quartile percent and is flagged BELOW MIN
      * for the manager to look at.  Contractors are outside the
      * merit program.  Anyone out on leave of absence is listed as
      * deferred, as is an active employee with no review on
      * REVMAST or a grade that is not on GRADERNG - they are on
      * the worksheet so nobody is silently left out, but get no
      * proposal.
      *
      * The department merit worksheet (MERITWKS) prints one section
      * per department on DEPTMAST, in department order, with each
      * employee's grade, salary, compa-ratio (salary over grade
      * midpoint), rating, percent, increase, proposed salary and
      * lump sum, and department totals measured against the
      * department's DEPTBUDG salary budget - proposed salaries plus
      * lump sums, since both come out of the salary line.
      *
      * The cycle is run in draft until the worksheets come back
      * signed off.  The parameter card (MERITCRD) carries the cycle
      * effective date in columns 1-8 and, in column 9, 'Y' once the
      * cycle is approved.  An approved run also writes one change
      * transaction per base increase to MERITTRN in the
      * MAINTENANCE-TRANS-RECORD layout - new salary and the cycle
      * effective date, every other field blank - which goes to
      * EMPLOYEE-MAINT with the next MNTTRAN.  EMPLOYEE-MAINT holds
      * them on the pending file until the cycle date and posts them
      * to COMPHIST like any other salary change.  Lump sums are a
      * payroll matter and write no transaction.  A draft run opens
      * MERITTRN and leaves it empty, so a stale approved file is
      * never picked up by mistake.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *   2026-10-05  SUPERVISOR-ID added to the master record and
      *               maintenance transaction layouts.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT-CYCLE.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT REVIEW-MASTER-FILE
               ASSIGN TO "REVMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVMAST-STATUS.

           SELECT GRADE-RANGE-FILE
               ASSIGN TO "GRADERNG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADERNG-STATUS.

           SELECT DEPT-BUDGET-FILE
               ASSIGN TO "DEPTBUDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTBUDG-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPARTMENT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT MERIT-CARD-FILE
               ASSIGN TO "MERITCRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERITCRD-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK".

           SELECT MERIT-WORKSHEET-FILE
               ASSIGN TO "MERITWKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERITWKS-STATUS.

           SELECT MERIT-TRANS-FILE
               ASSIGN TO "MERITTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERITTRN-STATUS.

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
             88 MERIT-ACTIVE                    VALUE 'A'.
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
             88 MERIT-CONTRACTOR                VALUE 'C'.
          05 PAY-GRADE              PIC X(1).
          05 WORK-SHIFT             PIC X(1).
          05 LEAVE-STATUS           PIC X(1).
             88 MERIT-ON-LEAVE                  VALUE 'L'.
          05 SUPERVISOR-ID          PIC 9(6).
          05 PERFORMANCE-REVIEW-COUNT PIC 9(2) COMP.
          05 PERFORMANCE-REVIEWS OCCURS 0 TO 25 TIMES
                DEPENDING ON PERFORMANCE-REVIEW-COUNT.
             10 REVIEW-DATE         PIC 9(8).
             10 REVIEW-RATING       PIC X(1).
             10 COMMENTS            PIC X(50).

      *
      * Must stay byte-for-byte identical to REVIEW-MASTER-RECORD
      * in the REVIEW-CONSOL FILE SECTION.
      *
       FD  REVIEW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-MASTER-RECORD.
           05 RM-EMPLOYEE-ID        PIC 9(6).
           05 RM-REVIEW-DATE        PIC 9(8).
           05 RM-REVIEW-RATING      PIC X(1).
           05 RM-COMMENTS           PIC X(50).

      *
      * Pay grade salary ranges - one record per PAY-GRADE, kept by
      * compensation alongside DEPTBUDG.  A range whose maximum is
      * not above its minimum, or whose midpoint is zero, cannot be
      * placed against and is dropped with a console line.
      *
       FD  GRADE-RANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  GRADE-RANGE-RECORD.
           05 GR-PAY-GRADE          PIC X(1).
           05 GR-RANGE-MINIMUM      PIC 9(7)V99.
           05 GR-RANGE-MIDPOINT     PIC 9(7)V99.
           05 GR-RANGE-MAXIMUM      PIC 9(7)V99.
           05 FILLER                PIC X(52).

      *
      * Must stay byte-for-byte identical to DEPT-BUDGET-RECORD in
      * the HELLO-WORLD FILE SECTION.
      *
       FD  DEPT-BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-BUDGET-RECORD.
           05 DB-DEPARTMENT-CODE    PIC X(3).
           05 DB-SALARY-BUDGET      PIC 9(10)V99.
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
      * One-record parameter card - cycle effective date in columns
      * 1-8, approval flag in column 9.
      *
       FD  MERIT-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERIT-CARD-RECORD.
           05 MC-CYCLE-DATE         PIC X(8).
           05 MC-APPROVAL-FLAG      PIC X(1).
           05 FILLER                PIC X(71).

      *
      * One worksheet line per employee, sorted into department
      * order with the proposal already worked out.
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-DEPT-SUB           PIC 9(2).
           05 SW-EMPLOYEE-ID        PIC 9(6).
           05 SW-LAST-NAME          PIC X(20).
           05 SW-PAY-GRADE          PIC X(1).
           05 SW-SALARY             PIC 9(7)V99.
           05 SW-COMPA-RATIO        PIC 9(2)V99.
           05 SW-REVIEW-RATING      PIC X(1).
           05 SW-MERIT-PCT          PIC 9V9.
           05 SW-INCREASE-AMOUNT    PIC 9(7)V99.
           05 SW-NEW-SALARY         PIC 9(7)V99.
           05 SW-LUMP-SUM-AMOUNT    PIC 9(7)V99.
           05 SW-MERIT-NOTE         PIC X(9).

       FD  MERIT-WORKSHEET-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERIT-WORKSHEET-LINE     PIC X(132).

      *
      * Must stay byte-for-byte identical to MAINTENANCE-TRANS-RECORD
      * in the EMPLOYEE-MAINT FILE SECTION.
      *
       FD  MERIT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTENANCE-TRANS-RECORD.
           05 MT-ACTION-CODE        PIC X(1).
              88 MT-ADD-ACTION                   VALUE 'A'.
              88 MT-CHANGE-ACTION                VALUE 'C'.
              88 MT-DELETE-ACTION                VALUE 'D'.
              88 MT-CANCEL-ACTION                VALUE 'X'.
           05 MT-EMPLOYEE-ID        PIC X(6).
           05 MT-EMPLOYEE-NAME.
              10 MT-FIRST-NAME      PIC X(15).
              10 MT-MIDDLE-INITIAL  PIC X.
              10 MT-LAST-NAME       PIC X(20).
           05 MT-EMPLOYEE-ADDRESS.
              10 MT-STREET-ADDRESS  PIC X(30).
              10 MT-CITY            PIC X(20).
              10 MT-STATE           PIC XX.
              10 MT-ZIP-CODE        PIC X(5).
              10 MT-ZIP-EXTENSION   PIC X(4).
           05 MT-DATE-OF-BIRTH      PIC X(8).
           05 MT-EMPLOYEE-PHONE     PIC X(12).
           05 MT-DEPARTMENT-CODE    PIC X(4).
           05 MT-SALARY             PIC X(9).
           05 MT-SALARY-NUM REDEFINES MT-SALARY
                                     PIC 9(7)V99.
           05 MT-EMPLOYEE-STATUS    PIC X(1).
           05 MT-HIRE-DATE          PIC X(8).
           05 MT-TERMINATION-DATE   PIC X(8).
           05 MT-EMPLOYMENT-HISTORY.
              10 MT-JOB-TITLE       PIC X(20).
              10 MT-JOB-DURATION    PIC X(3).
              10 MT-JOB-LOCATION    PIC X(15).
           05 MT-EMPLOYEE-BENEFITS.
              10 MT-HEALTH-PLAN     PIC X(1).
              10 MT-DENTAL-PLAN     PIC X(1).
              10 MT-VISION-PLAN     PIC X(1).
              10 MT-RETIREMENT-PLAN PIC X(1).
              10 MT-LIFE-INSURANCE  PIC X(5).
           05 MT-EMPLOYEE-TYPE      PIC X(1).
           05 MT-PAY-GRADE          PIC X(1).
           05 MT-WORK-SHIFT         PIC X(1).
           05 MT-EFFECTIVE-DATE     PIC X(8).
           05 MT-SUPERVISOR-ID      PIC X(6).
           05 FILLER                PIC X(22).

       WORKING-STORAGE SECTION.
      *
      * File status and switches.
      *
       01 WS-FILE-STATUSES.
          05 WS-EMPMAST-STATUS      PIC X(2).
          05 WS-REVMAST-STATUS      PIC X(2).
          05 WS-GRADERNG-STATUS     PIC X(2).
          05 WS-DEPTBUDG-STATUS     PIC X(2).
          05 WS-DEPTMAST-STATUS     PIC X(2).
          05 WS-MERITCRD-STATUS     PIC X(2).
          05 WS-MERITWKS-STATUS     PIC X(2).
          05 WS-MERITTRN-STATUS     PIC X(2).

       01 WS-EMPMAST-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-EMPMAST                      VALUE 'Y'.

       01 WS-REVMAST-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-REVMAST                      VALUE 'Y'.

       01 WS-GRADERNG-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-GRADERNG                     VALUE 'Y'.

       01 WS-DEPTBUDG-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-DEPTBUDG                     VALUE 'Y'.

       01 WS-DEPTMAST-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-DEPTMAST                     VALUE 'Y'.

       01 WS-SORT-EOF-SWITCH        PIC X(1)     VALUE 'N'.
          88 END-OF-SORT-FILE                    VALUE 'Y'.

       01 WS-REVIEW-GROUP-SWITCH    PIC X(1)     VALUE 'N'.
          88 SAME-REVIEW-GROUP                   VALUE 'Y'.
          88 REVIEW-GROUP-COMPLETE               VALUE 'N'.

       01 WS-APPROVAL-SWITCH        PIC X(1)     VALUE 'N'.
          88 CYCLE-APPROVED                      VALUE 'Y'.

       01 WS-GRADE-FOUND-SWITCH     PIC X(1)     VALUE 'N'.
          88 GRADE-FOUND                         VALUE 'Y'.
          88 GRADE-NOT-FOUND                     VALUE 'N'.

      *
      * RECORD IS VARYING ... DEPENDING ON target - set by the READ
      * itself; the master is never written here.
      *
       01 WS-MASTER-RECORD-LENGTH   PIC 9(4) COMP.

      *
      * Matching keys.  HIGH-VALUES marks an exhausted file so the
      * balance line never has to special-case end of file.  The
      * review key covers a whole REVMAST group - one employee's
      * records collapsed to the rating of their most recent review.
      *
       01 WS-MATCH-KEYS.
          05 WS-MASTER-KEY          PIC X(6).
          05 WS-REVIEW-KEY          PIC X(6).
       01 WS-LATEST-REVIEW-RATING   PIC X(1).

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-CYCLE-DATE             PIC X(8).

      *
      * The merit matrix - percent increase, to one decimal, by the
      * rating of the most recent review (rows 1-5, poor to
      * excellent) and the quartile of the grade range the salary
      * sits in (columns 1-4, bottom to top).  The lower in the
      * range, the bigger the step for the same rating.
      *
       01 WS-MERIT-MATRIX-VALUES.
          05 FILLER                 PIC X(8)     VALUE '00000000'.
          05 FILLER                 PIC X(8)     VALUE '15100500'.
          05 FILLER                 PIC X(8)     VALUE '35302520'.
          05 FILLER                 PIC X(8)     VALUE '45403025'.
          05 FILLER                 PIC X(8)     VALUE '60504030'.
       01 WS-MERIT-MATRIX REDEFINES WS-MERIT-MATRIX-VALUES.
          05 WS-MATRIX-RATING OCCURS 5 TIMES.
             10 WS-MATRIX-PCT OCCURS 4 TIMES
                                     PIC 9V9.

      *
      * The pay grade range table from GRADERNG.
      *
       01 WS-GRADE-TABLE.
          05 WS-GRADE-ENTRY OCCURS 26 TIMES.
             10 WS-GRADE-CODE       PIC X(1).
             10 WS-GRADE-MINIMUM    PIC 9(7)V99.
             10 WS-GRADE-MIDPOINT   PIC 9(7)V99.
             10 WS-GRADE-MAXIMUM    PIC 9(7)V99.

      *
      * The department table from DEPTMAST with each department's
      * DEPTBUDG salary budget.  The last entry (WS-DEPT-COUNT) is
      * the catch-all for unknown departments.
      *
       01 WS-DEPT-MERIT-TABLE.
          05 WS-DEPT-MERIT-ENTRY OCCURS 50 TIMES.
             10 WS-DEPT-MERIT-CODE  PIC X(3).
             10 WS-DEPT-MERIT-NAME  PIC X(20).
             10 WS-DEPT-MERIT-STATUS
                                     PIC X(1).
             10 WS-DEPT-SALARY-BUDGET
                                     PIC 9(10)V99.
             10 WS-DEPT-BUDGET-FLAG PIC X(1).
                88 WS-DEPT-BUDGET-LOADED        VALUE 'Y'.

      *
      * The proposal for the employee in hand.
      *
       01 WS-MERIT-WORK.
          05 WS-RATING-VALUE        PIC 9(1).
          05 WS-RANGE-QUARTILE      PIC 9(1).
          05 WS-RANGE-WIDTH         PIC 9(7)V99.
          05 WS-MERIT-PCT           PIC 9V9.
          05 WS-INCREASE-AMOUNT     PIC 9(7)V99.
          05 WS-NEW-SALARY          PIC 9(7)V99.
          05 WS-LUMP-SUM-AMOUNT     PIC 9(7)V99.
          05 WS-COMPA-RATIO         PIC 9(2)V99.
          05 WS-MERIT-NOTE          PIC X(9).

      *
      * Department and company totals for the worksheet.
      *
       01 WS-DEPT-TOTALS.
          05 WS-DEPT-EMPLOYEES      PIC 9(5).
          05 WS-DEPT-CURRENT-TOTAL  PIC 9(10)V99.
          05 WS-DEPT-INCREASE-TOTAL PIC 9(10)V99.
          05 WS-DEPT-PROPOSED-TOTAL PIC 9(10)V99.
          05 WS-DEPT-LUMP-SUM-TOTAL PIC 9(10)V99.
       01 WS-COMPANY-TOTALS.
          05 WS-COMPANY-EMPLOYEES   PIC 9(5)     VALUE ZEROS.
          05 WS-COMPANY-CURRENT-TOTAL
                                     PIC 9(10)V99 VALUE ZEROS.
          05 WS-COMPANY-INCREASE-TOTAL
                                     PIC 9(10)V99 VALUE ZEROS.
          05 WS-COMPANY-PROPOSED-TOTAL
                                     PIC 9(10)V99 VALUE ZEROS.
          05 WS-COMPANY-LUMP-SUM-TOTAL
                                     PIC 9(10)V99 VALUE ZEROS.
          05 WS-COMPANY-BUDGET-TOTAL
                                     PIC 9(10)V99 VALUE ZEROS.
       01 WS-BUDGET-SPEND           PIC 9(10)V99.
       01 WS-BUDGET-VARIANCE        PIC 9(10)V99.
       01 WS-TRANSACTIONS-WRITTEN   PIC 9(5)     VALUE ZEROS.

      *
      * Working subscripts and report work areas.
      *
       01 WS-SUBSCRIPTS.
          05 WS-DEPT-INDEX          PIC 9(2)     COMP.
          05 WS-DEPT-SUB            PIC 9(2)     COMP.
          05 WS-DEPT-COUNT          PIC 9(2)     COMP.
          05 WS-CURRENT-DEPT-SUB    PIC 9(2)     COMP.
          05 WS-GRADE-INDEX         PIC 9(2)     COMP.
          05 WS-GRADE-SUB           PIC 9(2)     COMP.
          05 WS-GRADE-COUNT         PIC 9(2)     COMP.

       01 WS-SALARY-EDIT            PIC ZZZZZZ9.99.
       01 WS-INCREASE-EDIT          PIC ZZZZZZ9.99.
       01 WS-NEW-SALARY-EDIT        PIC ZZZZZZ9.99.
       01 WS-LUMP-SUM-EDIT          PIC ZZZZZZ9.99.
       01 WS-COMPA-RATIO-EDIT       PIC Z9.99.
       01 WS-MERIT-PCT-EDIT         PIC 9.9.
       01 WS-TOTAL-EDIT             PIC ZZZZZZZZZ9.99.
       01 WS-COUNT-EDIT             PIC ZZZZ9.
       01 WS-WORKSHEET-LINE         PIC X(132).

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
           PERFORM READ-MERIT-CARD.
           PERFORM LOAD-GRADE-TABLE.
           PERFORM LOAD-DEPARTMENT-TABLE.
           PERFORM LOAD-DEPT-BUDGETS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DEPT-SUB SW-EMPLOYEE-ID
               INPUT PROCEDURE IS GATHER-MERIT-PROPOSALS
               OUTPUT PROCEDURE IS PRINT-MERIT-WORKSHEET.
           DISPLAY "EMPLOYEES ON WORKSHEET: " WS-COMPANY-EMPLOYEES.
           DISPLAY "TRANSACTIONS WRITTEN:   " WS-TRANSACTIONS-WRITTEN.
           PERFORM LOG-STEP-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * The cycle effective date and the approval flag.  There is no
      * safe default for the date - a missing card, or one without a
      * numeric date, stops the run before anything is read.
      *-----------------------------------------------------------------
       READ-MERIT-CARD.
           MOVE SPACES TO WS-CYCLE-DATE.
           OPEN INPUT MERIT-CARD-FILE.
           IF WS-MERITCRD-STATUS = '00'
              READ MERIT-CARD-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE MC-CYCLE-DATE TO WS-CYCLE-DATE
                     MOVE MC-APPROVAL-FLAG TO WS-APPROVAL-SWITCH
              END-READ
              CLOSE MERIT-CARD-FILE
           END-IF.
           IF WS-CYCLE-DATE NOT NUMERIC
              DISPLAY 'NO CYCLE EFFECTIVE DATE ON MERIT CARD - '
                 'RUN STOPPED'
              MOVE 12 TO RETURN-CODE
              PERFORM LOG-STEP-END
              STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      * The pay grade range table.  The range file is required -
      * without it nobody could be placed in a range.
      *-----------------------------------------------------------------
       LOAD-GRADE-TABLE.
           MOVE 0 TO WS-GRADE-COUNT.
           OPEN INPUT GRADE-RANGE-FILE.
           IF WS-GRADERNG-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN GRADE-RANGE-FILE, STATUS '
                 WS-GRADERNG-STATUS
              STOP RUN
           END-IF.
           PERFORM READ-GRADE-RANGE-RECORD.
           PERFORM LOAD-ONE-GRADE-RANGE UNTIL END-OF-GRADERNG.
           CLOSE GRADE-RANGE-FILE.

       LOAD-ONE-GRADE-RANGE.
           IF GR-RANGE-MAXIMUM NOT > GR-RANGE-MINIMUM
              OR GR-RANGE-MIDPOINT = ZEROS
              DISPLAY 'GRADE RANGE FOR ' GR-PAY-GRADE
                 ' NOT USABLE - DROPPED'
           ELSE
              IF WS-GRADE-COUNT >= 26
                 DISPLAY 'MORE THAN 26 GRADES ON GRADERNG - '
                    'RUN STOPPED'
                 MOVE 12 TO RETURN-CODE
                 PERFORM LOG-STEP-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-GRADE-COUNT
              MOVE GR-PAY-GRADE TO WS-GRADE-CODE (WS-GRADE-COUNT)
              MOVE GR-RANGE-MINIMUM
                 TO WS-GRADE-MINIMUM (WS-GRADE-COUNT)
              MOVE GR-RANGE-MIDPOINT
                 TO WS-GRADE-MIDPOINT (WS-GRADE-COUNT)
              MOVE GR-RANGE-MAXIMUM
                 TO WS-GRADE-MAXIMUM (WS-GRADE-COUNT)
           END-IF.
           PERFORM READ-GRADE-RANGE-RECORD.

       READ-GRADE-RANGE-RECORD.
           READ GRADE-RANGE-FILE
               AT END
                  SET END-OF-GRADERNG TO TRUE
           END-READ.

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
           MOVE '???' TO WS-DEPT-MERIT-CODE (WS-DEPT-COUNT).
           MOVE 'UNASSIGNED' TO WS-DEPT-MERIT-NAME (WS-DEPT-COUNT).
           MOVE 'A' TO WS-DEPT-MERIT-STATUS (WS-DEPT-COUNT).
           PERFORM CLEAR-ONE-DEPT-BUDGET
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT.

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
              TO WS-DEPT-MERIT-CODE (WS-DEPT-COUNT).
           MOVE DM-DEPARTMENT-NAME
              TO WS-DEPT-MERIT-NAME (WS-DEPT-COUNT).
           MOVE DM-DEPARTMENT-STATUS
              TO WS-DEPT-MERIT-STATUS (WS-DEPT-COUNT).
           PERFORM READ-DEPARTMENT-RECORD.

       READ-DEPARTMENT-RECORD.
           READ DEPARTMENT-FILE
               AT END
                  SET END-OF-DEPTMAST TO TRUE
           END-READ.

       CLEAR-ONE-DEPT-BUDGET.
           MOVE ZEROS TO WS-DEPT-SALARY-BUDGET (WS-DEPT-INDEX).
           MOVE 'N' TO WS-DEPT-BUDGET-FLAG (WS-DEPT-INDEX).

      *-----------------------------------------------------------------
      * Salary budgets from DEPTBUDG.  A missing budget file just
      * leaves every department unbudgeted - the worksheet says so
      * - and a budget for a department not on DEPTMAST gets a
      * console line rather than silently budgeting the catch-all.
      *-----------------------------------------------------------------
       LOAD-DEPT-BUDGETS.
           OPEN INPUT DEPT-BUDGET-FILE.
           IF WS-DEPTBUDG-STATUS = '00'
              PERFORM READ-ONE-DEPT-BUDGET
              PERFORM LOAD-ONE-DEPT-BUDGET UNTIL END-OF-DEPTBUDG
              CLOSE DEPT-BUDGET-FILE
           END-IF.

       READ-ONE-DEPT-BUDGET.
           READ DEPT-BUDGET-FILE
               AT END
                  SET END-OF-DEPTBUDG TO TRUE
           END-READ.

       LOAD-ONE-DEPT-BUDGET.
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
           PERFORM CHECK-ONE-BUDGET-CODE
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX >= WS-DEPT-COUNT.
           IF WS-DEPT-SUB = WS-DEPT-COUNT
              DISPLAY 'BUDGET RECORD FOR UNKNOWN DEPARTMENT '
                 DB-DEPARTMENT-CODE ' DROPPED'
           ELSE
              MOVE DB-SALARY-BUDGET
                 TO WS-DEPT-SALARY-BUDGET (WS-DEPT-SUB)
              MOVE 'Y' TO WS-DEPT-BUDGET-FLAG (WS-DEPT-SUB)
           END-IF.
           PERFORM READ-ONE-DEPT-BUDGET.

       CHECK-ONE-BUDGET-CODE.
           IF DB-DEPARTMENT-CODE = WS-DEPT-MERIT-CODE (WS-DEPT-INDEX)
              MOVE WS-DEPT-INDEX TO WS-DEPT-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Input procedure of the sort: the balance line of the master
      * against the REVMAST groups, releasing one worksheet line per
      * active employee in the merit program.
      *-----------------------------------------------------------------
       GATHER-MERIT-PROPOSALS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS '
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.
           OPEN INPUT REVIEW-MASTER-FILE.
           IF WS-REVMAST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN REVIEW-MASTER-FILE, STATUS '
                 WS-REVMAST-STATUS
              STOP RUN
           END-IF.
           PERFORM READ-MASTER-RECORD.
           PERFORM READ-REVMAST-RECORD.
           PERFORM READ-REVIEW-GROUP.
           PERFORM MATCH-MASTER-AND-REVIEWS
               UNTIL WS-MASTER-KEY = HIGH-VALUES
                 AND WS-REVIEW-KEY = HIGH-VALUES.
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE REVIEW-MASTER-FILE.

       READ-MASTER-RECORD.
           READ EMPLOYEE-MASTER-FILE
               AT END
                  SET END-OF-EMPMAST TO TRUE
                  MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                  MOVE EMPLOYEE-ID TO WS-MASTER-KEY
           END-READ.

       READ-REVMAST-RECORD.
           READ REVIEW-MASTER-FILE
               AT END
                  SET END-OF-REVMAST TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * Collapses one employee's REVMAST group to its key and the
      * rating of its most recent review.  The master arrives in
      * EMPLOYEE-ID / REVIEW-DATE order, so the last record of the
      * group carries the rating that matters.  On return the file
      * buffer already holds the first record of the next group.
      *-----------------------------------------------------------------
       READ-REVIEW-GROUP.
           IF END-OF-REVMAST
              MOVE HIGH-VALUES TO WS-REVIEW-KEY
           ELSE
              MOVE RM-EMPLOYEE-ID TO WS-REVIEW-KEY
              MOVE RM-REVIEW-RATING TO WS-LATEST-REVIEW-RATING
              SET SAME-REVIEW-GROUP TO TRUE
              PERFORM GATHER-ONE-GROUP-REVIEW
                  UNTIL REVIEW-GROUP-COMPLETE
           END-IF.

       GATHER-ONE-GROUP-REVIEW.
           PERFORM READ-REVMAST-RECORD.
           IF END-OF-REVMAST
              SET REVIEW-GROUP-COMPLETE TO TRUE
           ELSE
              IF RM-EMPLOYEE-ID = WS-REVIEW-KEY
                 MOVE RM-REVIEW-RATING TO WS-LATEST-REVIEW-RATING
              ELSE
                 SET REVIEW-GROUP-COMPLETE TO TRUE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A master record with no REVMAST group goes through with a
      * blank rating and is listed as not rated; a group whose
      * employee is no longer on the master is passed over.
      *-----------------------------------------------------------------
       MATCH-MASTER-AND-REVIEWS.
           EVALUATE TRUE
              WHEN WS-MASTER-KEY < WS-REVIEW-KEY
                 MOVE SPACES TO WS-LATEST-REVIEW-RATING
                 PERFORM PROPOSE-MERIT-INCREASE
                 PERFORM READ-MASTER-RECORD
              WHEN WS-MASTER-KEY > WS-REVIEW-KEY
                 PERFORM READ-REVIEW-GROUP
              WHEN OTHER
                 PERFORM PROPOSE-MERIT-INCREASE
                 PERFORM READ-MASTER-RECORD
                 PERFORM READ-REVIEW-GROUP
           END-EVALUATE.

      *-----------------------------------------------------------------
      * The proposal for one master record.  Only active employees
      * who are not contractors are in the merit program at all.
      *-----------------------------------------------------------------
       PROPOSE-MERIT-INCREASE.
           IF MERIT-ACTIVE AND NOT MERIT-CONTRACTOR
              MOVE ZEROS TO WS-MERIT-PCT WS-INCREASE-AMOUNT
                 WS-LUMP-SUM-AMOUNT WS-COMPA-RATIO
              MOVE SALARY TO WS-NEW-SALARY
              MOVE SPACES TO WS-MERIT-NOTE
              PERFORM FIND-GRADE-RANGE
              EVALUATE TRUE
                 WHEN GRADE-NOT-FOUND
                    MOVE 'NO GRADE' TO WS-MERIT-NOTE
                 WHEN MERIT-ON-LEAVE
                    PERFORM COMPUTE-COMPA-RATIO
                    MOVE 'ON LEAVE' TO WS-MERIT-NOTE
                 WHEN WS-LATEST-REVIEW-RATING < '1'
                      OR WS-LATEST-REVIEW-RATING > '5'
                    PERFORM COMPUTE-COMPA-RATIO
                    MOVE 'NO RATING' TO WS-MERIT-NOTE
                 WHEN OTHER
                    PERFORM COMPUTE-COMPA-RATIO
                    PERFORM APPLY-MERIT-MATRIX
              END-EVALUATE
              PERFORM RELEASE-MERIT-PROPOSAL
           END-IF.

       FIND-GRADE-RANGE.
           SET GRADE-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-GRADE-RANGE
               VARYING WS-GRADE-INDEX FROM 1 BY 1
               UNTIL WS-GRADE-INDEX > WS-GRADE-COUNT.

       CHECK-ONE-GRADE-RANGE.
           IF PAY-GRADE = WS-GRADE-CODE (WS-GRADE-INDEX)
              MOVE WS-GRADE-INDEX TO WS-GRADE-SUB
              SET GRADE-FOUND TO TRUE
           END-IF.

       COMPUTE-COMPA-RATIO.
           COMPUTE WS-COMPA-RATIO ROUNDED =
              SALARY / WS-GRADE-MIDPOINT (WS-GRADE-SUB)
              ON SIZE ERROR
                 MOVE 99.99 TO WS-COMPA-RATIO
           END-COMPUTE.

      *-----------------------------------------------------------------
      * Places the salary in a quartile of the grade range and looks
      * up the percent.  Above the maximum the percent is paid as a
      * lump sum; otherwise it is a base increase, capped at the
      * maximum with the excess paid as a lump sum.
      *-----------------------------------------------------------------
       APPLY-MERIT-MATRIX.
           MOVE WS-LATEST-REVIEW-RATING TO WS-RATING-VALUE.
           COMPUTE WS-RANGE-WIDTH =
              WS-GRADE-MAXIMUM (WS-GRADE-SUB)
              - WS-GRADE-MINIMUM (WS-GRADE-SUB).
           EVALUATE TRUE
              WHEN SALARY < WS-GRADE-MINIMUM (WS-GRADE-SUB)
                 MOVE 1 TO WS-RANGE-QUARTILE
                 MOVE 'BELOW MIN' TO WS-MERIT-NOTE
              WHEN SALARY NOT < WS-GRADE-MAXIMUM (WS-GRADE-SUB)
                 MOVE 4 TO WS-RANGE-QUARTILE
              WHEN OTHER
                 COMPUTE WS-RANGE-QUARTILE =
                    (SALARY - WS-GRADE-MINIMUM (WS-GRADE-SUB)) * 4
                    / WS-RANGE-WIDTH + 1
           END-EVALUATE.
           MOVE WS-MATRIX-PCT (WS-RATING-VALUE, WS-RANGE-QUARTILE)
              TO WS-MERIT-PCT.
           IF SALARY > WS-GRADE-MAXIMUM (WS-GRADE-SUB)
              COMPUTE WS-LUMP-SUM-AMOUNT ROUNDED =
                 SALARY * WS-MERIT-PCT / 100
              MOVE 'OVER MAX' TO WS-MERIT-NOTE
           ELSE
              COMPUTE WS-INCREASE-AMOUNT ROUNDED =
                 SALARY * WS-MERIT-PCT / 100
              COMPUTE WS-NEW-SALARY = SALARY + WS-INCREASE-AMOUNT
              IF WS-NEW-SALARY > WS-GRADE-MAXIMUM (WS-GRADE-SUB)
                 COMPUTE WS-LUMP-SUM-AMOUNT =
                    WS-NEW-SALARY - WS-GRADE-MAXIMUM (WS-GRADE-SUB)
                 MOVE WS-GRADE-MAXIMUM (WS-GRADE-SUB)
                    TO WS-NEW-SALARY
                 COMPUTE WS-INCREASE-AMOUNT =
                    WS-NEW-SALARY - SALARY
                 MOVE 'AT MAX' TO WS-MERIT-NOTE
              END-IF
           END-IF.

       RELEASE-MERIT-PROPOSAL.
           PERFORM FIND-DEPT-ENTRY.
           MOVE WS-DEPT-SUB TO SW-DEPT-SUB.
           MOVE EMPLOYEE-ID TO SW-EMPLOYEE-ID.
           MOVE LAST-NAME TO SW-LAST-NAME.
           MOVE PAY-GRADE TO SW-PAY-GRADE.
           MOVE SALARY TO SW-SALARY.
           MOVE WS-COMPA-RATIO TO SW-COMPA-RATIO.
           MOVE WS-LATEST-REVIEW-RATING TO SW-REVIEW-RATING.
           MOVE WS-MERIT-PCT TO SW-MERIT-PCT.
           MOVE WS-INCREASE-AMOUNT TO SW-INCREASE-AMOUNT.
           MOVE WS-NEW-SALARY TO SW-NEW-SALARY.
           MOVE WS-LUMP-SUM-AMOUNT TO SW-LUMP-SUM-AMOUNT.
           MOVE WS-MERIT-NOTE TO SW-MERIT-NOTE.
           RELEASE SORT-WORK-RECORD.

      *-----------------------------------------------------------------
      * Locates the department entry for the current master record.
      * Unknown codes fall through to the catch-all entry.
      *-----------------------------------------------------------------
       FIND-DEPT-ENTRY.
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
           PERFORM CHECK-ONE-DEPT-ENTRY
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX >= WS-DEPT-COUNT.

       CHECK-ONE-DEPT-ENTRY.
           IF DEPARTMENT-CODE (1:3)
                 = WS-DEPT-MERIT-CODE (WS-DEPT-INDEX)
              MOVE WS-DEPT-INDEX TO WS-DEPT-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Output procedure of the sort: the worksheet, one section per
      * department, and on an approved cycle the change
      * transactions.
      *-----------------------------------------------------------------
       PRINT-MERIT-WORKSHEET.
           OPEN OUTPUT MERIT-WORKSHEET-FILE.
           IF WS-MERITWKS-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN MERIT-WORKSHEET-FILE, STATUS '
                 WS-MERITWKS-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT MERIT-TRANS-FILE.
           IF WS-MERITTRN-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN MERIT-TRANS-FILE, STATUS '
                 WS-MERITTRN-STATUS
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           IF CYCLE-APPROVED
              STRING 'MERIT WORKSHEET - CYCLE EFFECTIVE '
                     WS-CYCLE-DATE ' - APPROVED, RUN ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-WORKSHEET-LINE
           ELSE
              STRING 'MERIT WORKSHEET - CYCLE EFFECTIVE '
                     WS-CYCLE-DATE ' - DRAFT, RUN ' WS-RUN-DATE
                     ' - NO TRANSACTIONS WRITTEN'
                  DELIMITED BY SIZE INTO WS-WORKSHEET-LINE
           END-IF.
           PERFORM WRITE-WORKSHEET-LINE.
           PERFORM RETURN-ONE-PROPOSAL.
           PERFORM PRINT-ONE-DEPARTMENT UNTIL END-OF-SORT-FILE.
           PERFORM PRINT-COMPANY-TOTALS.
           CLOSE MERIT-WORKSHEET-FILE
           CLOSE MERIT-TRANS-FILE.

       RETURN-ONE-PROPOSAL.
           RETURN SORT-WORK-FILE
               AT END
                  SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       PRINT-ONE-DEPARTMENT.
           MOVE SW-DEPT-SUB TO WS-CURRENT-DEPT-SUB.
           MOVE ZEROS TO WS-DEPT-TOTALS.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           STRING 'DEPARTMENT '
                  WS-DEPT-MERIT-CODE (WS-CURRENT-DEPT-SUB)
                  ' ' WS-DEPT-MERIT-NAME (WS-CURRENT-DEPT-SUB)
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           PERFORM PRINT-ONE-PROPOSAL
               UNTIL END-OF-SORT-FILE
                  OR SW-DEPT-SUB NOT = WS-CURRENT-DEPT-SUB.
           PERFORM PRINT-DEPARTMENT-TOTALS.

      *-----------------------------------------------------------------
      * One employee on the worksheet.  A base increase on an
      * approved cycle also becomes a change transaction.
      *-----------------------------------------------------------------
       PRINT-ONE-PROPOSAL.
           MOVE SW-SALARY TO WS-SALARY-EDIT.
           MOVE SW-COMPA-RATIO TO WS-COMPA-RATIO-EDIT.
           MOVE SW-MERIT-PCT TO WS-MERIT-PCT-EDIT.
           MOVE SW-INCREASE-AMOUNT TO WS-INCREASE-EDIT.
           MOVE SW-NEW-SALARY TO WS-NEW-SALARY-EDIT.
           MOVE SW-LUMP-SUM-AMOUNT TO WS-LUMP-SUM-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING 'EMP ' SW-EMPLOYEE-ID ' ' SW-LAST-NAME
                  ' GR ' SW-PAY-GRADE ' SAL ' WS-SALARY-EDIT
                  ' CR ' WS-COMPA-RATIO-EDIT
                  ' RTG ' SW-REVIEW-RATING
                  ' PCT ' WS-MERIT-PCT-EDIT
                  ' INCR ' WS-INCREASE-EDIT
                  ' NEW ' WS-NEW-SALARY-EDIT
                  ' LUMP ' WS-LUMP-SUM-EDIT
                  ' ' SW-MERIT-NOTE
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           ADD 1 TO WS-DEPT-EMPLOYEES.
           ADD SW-SALARY TO WS-DEPT-CURRENT-TOTAL.
           ADD SW-INCREASE-AMOUNT TO WS-DEPT-INCREASE-TOTAL.
           ADD SW-NEW-SALARY TO WS-DEPT-PROPOSED-TOTAL.
           ADD SW-LUMP-SUM-AMOUNT TO WS-DEPT-LUMP-SUM-TOTAL.
           IF CYCLE-APPROVED AND SW-INCREASE-AMOUNT > ZEROS
              PERFORM WRITE-MERIT-TRANSACTION
           END-IF.
           PERFORM RETURN-ONE-PROPOSAL.

      *-----------------------------------------------------------------
      * A salary-only change transaction for EMPLOYEE-MAINT - every
      * field but the new salary is left blank so nothing else on
      * the master moves, and the cycle date holds it on the
      * pending file until the cycle takes effect.
      *-----------------------------------------------------------------
       WRITE-MERIT-TRANSACTION.
           MOVE SPACES TO MAINTENANCE-TRANS-RECORD.
           SET MT-CHANGE-ACTION TO TRUE.
           MOVE SW-EMPLOYEE-ID TO MT-EMPLOYEE-ID.
           MOVE SW-NEW-SALARY TO MT-SALARY-NUM.
           MOVE WS-CYCLE-DATE TO MT-EFFECTIVE-DATE.
           WRITE MAINTENANCE-TRANS-RECORD.
           ADD 1 TO WS-TRANSACTIONS-WRITTEN.

      *-----------------------------------------------------------------
      * Department totals against the DEPTBUDG salary budget - the
      * proposed salaries plus the lump sums are what the cycle will
      * spend out of the salary line.
      *-----------------------------------------------------------------
       PRINT-DEPARTMENT-TOTALS.
           MOVE WS-DEPT-EMPLOYEES TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  EMPLOYEES LISTED:   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-DEPT-CURRENT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  CURRENT SALARIES:   ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-DEPT-INCREASE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  BASE INCREASES:     ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-DEPT-PROPOSED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  PROPOSED SALARIES:  ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-DEPT-LUMP-SUM-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  LUMP SUM AWARDS:    ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           COMPUTE WS-BUDGET-SPEND =
              WS-DEPT-PROPOSED-TOTAL + WS-DEPT-LUMP-SUM-TOTAL.
           IF WS-DEPT-BUDGET-LOADED (WS-CURRENT-DEPT-SUB)
              MOVE WS-DEPT-SALARY-BUDGET (WS-CURRENT-DEPT-SUB)
                 TO WS-TOTAL-EDIT
              MOVE SPACES TO WS-WORKSHEET-LINE
              STRING '  SALARY BUDGET:      ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-WORKSHEET-LINE
              PERFORM WRITE-WORKSHEET-LINE
              ADD WS-DEPT-SALARY-BUDGET (WS-CURRENT-DEPT-SUB)
                 TO WS-COMPANY-BUDGET-TOTAL
              MOVE WS-DEPT-SALARY-BUDGET (WS-CURRENT-DEPT-SUB)
                 TO WS-BUDGET-VARIANCE
              PERFORM PRINT-BUDGET-VARIANCE
           ELSE
              MOVE SPACES TO WS-WORKSHEET-LINE
              STRING '  SALARY BUDGET:      NO DEPTBUDG RECORD'
                  DELIMITED BY SIZE INTO WS-WORKSHEET-LINE
              PERFORM WRITE-WORKSHEET-LINE
           END-IF.
           ADD WS-DEPT-EMPLOYEES TO WS-COMPANY-EMPLOYEES.
           ADD WS-DEPT-CURRENT-TOTAL TO WS-COMPANY-CURRENT-TOTAL.
           ADD WS-DEPT-INCREASE-TOTAL TO WS-COMPANY-INCREASE-TOTAL.
           ADD WS-DEPT-PROPOSED-TOTAL TO WS-COMPANY-PROPOSED-TOTAL.
           ADD WS-DEPT-LUMP-SUM-TOTAL TO WS-COMPANY-LUMP-SUM-TOTAL.

      *-----------------------------------------------------------------
      * The budget in WS-BUDGET-VARIANCE against the spend in
      * WS-BUDGET-SPEND, printed as under or over.
      *-----------------------------------------------------------------
       PRINT-BUDGET-VARIANCE.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           IF WS-BUDGET-SPEND > WS-BUDGET-VARIANCE
              COMPUTE WS-BUDGET-VARIANCE =
                 WS-BUDGET-SPEND - WS-BUDGET-VARIANCE
              MOVE WS-BUDGET-VARIANCE TO WS-TOTAL-EDIT
              STRING '  OVER BUDGET BY:     ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-WORKSHEET-LINE
           ELSE
              COMPUTE WS-BUDGET-VARIANCE =
                 WS-BUDGET-VARIANCE - WS-BUDGET-SPEND
              MOVE WS-BUDGET-VARIANCE TO WS-TOTAL-EDIT
              STRING '  UNDER BUDGET BY:    ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-WORKSHEET-LINE
           END-IF.
           PERFORM WRITE-WORKSHEET-LINE.

      *-----------------------------------------------------------------
      * Company totals.  The budget compared is the sum of the
      * budgets of the departments that had anyone on the
      * worksheet.
      *-----------------------------------------------------------------
       PRINT-COMPANY-TOTALS.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           STRING 'ALL DEPARTMENTS'
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-COMPANY-EMPLOYEES TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  EMPLOYEES LISTED:   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-COMPANY-CURRENT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  CURRENT SALARIES:   ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-COMPANY-INCREASE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  BASE INCREASES:     ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-COMPANY-PROPOSED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  PROPOSED SALARIES:  ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-COMPANY-LUMP-SUM-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  LUMP SUM AWARDS:    ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-COMPANY-BUDGET-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  SALARY BUDGET:      ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-TRANSACTIONS-WRITTEN TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  TRANSACTIONS:       ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-WORKSHEET-LINE.
           PERFORM WRITE-WORKSHEET-LINE.

       WRITE-WORKSHEET-LINE.
           MOVE WS-WORKSHEET-LINE TO MERIT-WORKSHEET-LINE.
           WRITE MERIT-WORKSHEET-LINE.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'MERIT-CYCLE' TO BT-PROGRAM-NAME.
           MOVE WS-RUN-STAMP TO BT-RUN-STAMP.
           SET BT-STEP-START-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       LOG-STEP-END.
           SET BT-STEP-END-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.
