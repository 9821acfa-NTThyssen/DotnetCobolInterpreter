      *****************************************************************
      * PROGRAM-ID    TERM-SETTLEMENT
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * Termination settlement.  Reads the night's terminations
      * (TERMTRN, written by TERMINATE-EMPLOYEE in HELLO-WORLD)
      * against the employee master and, for each one:
      *   - works out the bonus for the part of the year worked -
      *     the COMPUTE-BONUS salary bands and rates (no bonus for
      *     the low band or for contractors), prorated by the whole
      *     months of the termination year worked - and writes a
      *     final-pay record to the payroll interface file (FINLPAY)
      *     in EMPLOYEE-ID order, so payroll's paid confirmation can
      *     be balanced against it the way BONUS-RECON balances
      *     PAYEXTR,
      *   - writes the COBRA continuation notice (COBRANTC): the
      *     employee's mailing address, each HEALTH, DENTAL and
      *     VISION plan they were enrolled in, and each covered
      *     dependent from DEPENDENT-INFO, every record carrying the
      *     coverage end date and the election deadline,
      *   - prints the whole settlement on the settlement register
      *     (SETLREG), which ends with the totals and a sign-off
      *     block for payroll.
      *
      * Coverage ends on the last day of the termination month.  The
      * election deadline runs from the later of coverage end and
      * the notice date (the run date): 60 days unless the optional
      * parameter card (SETLCARD, columns 1-3) says otherwise.  An
      * employee enrolled in none of the three plans has nothing to
      * continue and gets no notice.  The retirement plan and life
      * insurance are not continuation coverage.
      *
      * Months worked run from 1 January of the termination year, or
      * from the hire date for somebody hired that year - a hire
      * after the first of the month starts counting the following
      * month - up to the month before termination, and include the
      * termination month when the employee worked to its last day.
      * An employee terminated while on leave of absence is treated
      * as HELLO-WORLD treats an on-leave bonus: suspended, or - when
      * HELLO-WORLD's control card (CTLCARD, column 8 'P') asks for
      * proration - paid only for the months before the open leave
      * on LEAVHIST started.
      *
      * A termination whose employee is not on the master, or is
      * active on it again (the termination was backed out), is not
      * settled; it is listed on the register and the run ends with
      * return code 8.  A second termination record for the same
      * employee - a restarted nightly run - is listed and skipped.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *   2026-10-05  TERMTRN now ends with a batch trailer; the read
      *               stops at it.
      *   2026-10-05  An employee terminated while on leave of absence
      *               gets the bonus HELLO-WORLD would pay - suspended,
      *               or prorated to the months before the open leave -
      *               with the adjustment printed on the register.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-SETTLEMENT.
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

           SELECT TERMINATION-TRANS-FILE
               ASSIGN TO "TERMTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMTRN-STATUS.

           SELECT SETTLE-CARD-FILE
               ASSIGN TO "SETLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLCARD-STATUS.

           SELECT CONTROL-CARD-FILE
               ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT LEAVE-HISTORY-FILE
               ASSIGN TO "LEAVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-LEAVE-KEY
               FILE STATUS IS WS-LEAVHIST-STATUS.

           SELECT FINAL-PAY-FILE
               ASSIGN TO "FINLPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FINLPAY-STATUS.

           SELECT COBRA-NOTICE-FILE
               ASSIGN TO "COBRANTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COBRANTC-STATUS.

           SELECT SETTLEMENT-REGISTER-FILE
               ASSIGN TO "SETLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLREG-STATUS.

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
             88 SETTLE-EMPLOYEE-ACTIVE          VALUE 'A'.
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
             88 SETTLE-CONTRACTOR               VALUE 'C'.
          05 PAY-GRADE              PIC X(1).
          05 WORK-SHIFT             PIC X(1).
          05 LEAVE-STATUS           PIC X(1).
             88 SETTLE-ON-LEAVE                 VALUE 'L'.
          05 SUPERVISOR-ID          PIC 9(6).
          05 PERFORMANCE-REVIEW-COUNT PIC 9(2) COMP.
          05 PERFORMANCE-REVIEWS OCCURS 0 TO 25 TIMES
                DEPENDING ON PERFORMANCE-REVIEW-COUNT.
             10 REVIEW-DATE         PIC 9(8).
             10 REVIEW-RATING       PIC X(1).
             10 COMMENTS            PIC X(50).

      *
      * Must stay byte-for-byte identical to
      * TERMINATION-TRANS-RECORD in the HELLO-WORLD FILE SECTION.
      *
       FD  TERMINATION-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TERMINATION-TRANS-RECORD.
           05 TT-EMPLOYEE-ID        PIC 9(6).
           05 TT-EMPLOYEE-NAME      PIC X(36).
           05 TT-HIRE-DATE          PIC 9(8).
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
      * Optional parameter card - columns 1-3 the election period
      * in days.
      *
       FD  SETTLE-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-CARD-RECORD.
           05 SC-ELECTION-DAYS      PIC X(3).
           05 FILLER                PIC X(77).

      *
      * HELLO-WORLD's control card, read only for the leave of
      * absence bonus option, so a settlement treats an on-leave
      * bonus the way the nightly run does.  Must stay byte-for-byte
      * identical to CONTROL-CARD-RECORD in the HELLO-WORLD FILE
      * SECTION.
      *
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CC-DEPARTMENT-FILTER  PIC X(3).
           05 CC-TOLERANCE-PCT      PIC X(3).
           05 CC-BUDGET-ABORT-FLAG  PIC X(1).
           05 CC-LEAVE-BONUS-OPTION PIC X(1).
           05 FILLER                PIC X(72).

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

      *
      * Final-pay interface to payroll - one record per settled
      * termination, ascending EMPLOYEE-ID.
      *
       FD  FINAL-PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINAL-PAY-RECORD.
           05 FP-EMPLOYEE-ID        PIC 9(6).
           05 FP-EMPLOYEE-NAME      PIC X(36).
           05 FP-DEPARTMENT-CODE    PIC X(4).
           05 FP-TERMINATION-DATE   PIC 9(8).
           05 FP-SALARY             PIC 9(7)V99.
           05 FP-SALARY-CODE        PIC 9(3).
           05 FP-BONUS-RATE-PCT     PIC 9(2).
           05 FP-MONTHS-WORKED      PIC 9(2).
           05 FP-ANNUAL-BONUS       PIC 9(7)V99.
           05 FP-PRORATED-BONUS     PIC 9(7)V99.

      *
      * COBRA continuation notice - per employee an 'E' record with
      * the mailing address, a 'P' record per enrolled plan and a
      * 'Q' record per covered dependent.  Every record carries the
      * dates.
      *
       FD  COBRA-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  COBRA-NOTICE-RECORD.
           05 CN-EMPLOYEE-ID        PIC 9(6).
           05 CN-RECORD-TYPE        PIC X(1).
              88 CN-EMPLOYEE-ENTRY               VALUE 'E'.
              88 CN-PLAN-ENTRY                   VALUE 'P'.
              88 CN-DEPENDENT-ENTRY              VALUE 'Q'.
           05 CN-NAME               PIC X(36).
           05 CN-RELATION           PIC X(10).
           05 CN-PLAN-CODE          PIC X(1).
           05 CN-PLAN-NAME          PIC X(10).
           05 CN-STREET-ADDRESS     PIC X(30).
           05 CN-CITY               PIC X(20).
           05 CN-STATE              PIC X(2).
           05 CN-ZIP-CODE           PIC 9(5).
           05 CN-ZIP-EXTENSION      PIC 9(4).
           05 CN-TERMINATION-DATE   PIC 9(8).
           05 CN-COVERAGE-END-DATE  PIC 9(8).
           05 CN-ELECTION-DEADLINE  PIC 9(8).
           05 FILLER                PIC X(1).

       FD  SETTLEMENT-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTLEMENT-REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * File status and switches.
      *
       01 WS-FILE-STATUSES.
          05 WS-EMPMAST-STATUS      PIC X(2).
          05 WS-TERMTRN-STATUS      PIC X(2).
          05 WS-SETLCARD-STATUS     PIC X(2).
          05 WS-CTLCARD-STATUS      PIC X(2).
          05 WS-LEAVHIST-STATUS     PIC X(2).
          05 WS-FINLPAY-STATUS      PIC X(2).
          05 WS-COBRANTC-STATUS     PIC X(2).
          05 WS-SETLREG-STATUS      PIC X(2).

       01 WS-TERMTRN-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-TERMTRN                      VALUE 'Y'.

       01 WS-ON-MASTER-SWITCH       PIC X(1).
          88 ON-MASTER                           VALUE 'Y'.

       01 WS-COVERED-SWITCH         PIC X(1).
          88 COVERAGE-HELD                       VALUE 'Y'.

      *
      * RECORD IS VARYING ... DEPENDING ON target - set by the READ
      * itself; the master is never written here.
      *
       01 WS-MASTER-RECORD-LENGTH   PIC 9(4) COMP.

      *
      * Salary band and bonus - the same bands and rates as
      * COMPUTE-BONUS in HELLO-WORLD, and must stay in step with
      * them.
      *
       01 SALARY-CODE               PIC 9(3).
          88 LOW-SALARY                          VALUE 001 THRU 300.
          88 MEDIUM-SALARY                       VALUE 301 THRU 600.
          88 HIGH-SALARY                         VALUE 601 THRU 900.
          88 EXECUTIVE-SALARY                    VALUE 901 THRU 999.
       01 WS-BONUS-WORK.
          05 WS-SALARY-CODE-CALC    PIC 9(4)     COMP.
          05 WS-BONUS-RATE-PCT      PIC 9(2).
          05 WS-BONUS-BAND-NAME     PIC X(9).
          05 WS-ANNUAL-BONUS        PIC 9(7)V99.
          05 WS-PRORATED-BONUS      PIC 9(7)V99.
          05 WS-MONTHS-WORKED       PIC S9(3)    COMP.
          05 WS-START-MONTH         PIC 9(2).
          05 WS-MONTHS-PRINT        PIC 9(2).

      *
      * Leave of absence bonus handling - the same option and rule
      * as HELLO-WORLD.  The option comes from its control card; the
      * history switch says whether LEAVHIST could be opened at all,
      * and the leave switch whether the open leave of the employee
      * in hand was found on it.
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
       01 WS-LEAVE-MONTHS-WORKED    PIC S9(3)    COMP.
       01 WS-LEAVE-OPTION-NAME      PIC X(9).

      *
      * Run date, parameters and notice dates.
      *
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-ELECTION-DAYS          PIC 9(3)     VALUE 060.
       01 WS-COVERAGE-END-DATE      PIC 9(8).
       01 WS-ELECTION-DEADLINE      PIC 9(8).
       01 WS-PREVIOUS-EMPLOYEE-ID   PIC 9(6)     VALUE ZEROS.

      *
      * Date breakdowns for the month and deadline arithmetic.
      *
       01 WS-DATE-WORK.
          05 WS-DATE-YEAR           PIC 9(4).
          05 WS-DATE-MONTH          PIC 9(2).
          05 WS-DATE-DAY            PIC 9(2).
       01 WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK
                                     PIC 9(8).
       01 WS-TERM-DATE-WORK.
          05 WS-TERM-YEAR           PIC 9(4).
          05 WS-TERM-MONTH          PIC 9(2).
          05 WS-TERM-DAY            PIC 9(2).
       01 WS-TERM-DATE REDEFINES WS-TERM-DATE-WORK
                                     PIC 9(8).
       01 WS-HIRE-DATE-WORK.
          05 WS-HIRE-YEAR           PIC 9(4).
          05 WS-HIRE-MONTH          PIC 9(2).
          05 WS-HIRE-DAY            PIC 9(2).
       01 WS-HIRE-DATE REDEFINES WS-HIRE-DATE-WORK
                                     PIC 9(8).
       01 WS-END-DATE-WORK.
          05 WS-END-YEAR            PIC 9(4).
          05 WS-END-MONTH           PIC 9(2).
          05 WS-END-DAY             PIC 9(2).
       01 WS-END-DATE REDEFINES WS-END-DATE-WORK
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
          05 WS-DEADLINE-DAY-NUMBER PIC 9(7)     COMP.

      *
      * Run totals.
      *
       01 WS-SETTLE-TOTALS.
          05 WS-TERMS-READ          PIC 9(5)     VALUE ZEROS.
          05 WS-TERMS-SETTLED       PIC 9(5)     VALUE ZEROS.
          05 WS-TERMS-NOT-SETTLED   PIC 9(5)     VALUE ZEROS.
          05 WS-TERMS-DUPLICATE     PIC 9(5)     VALUE ZEROS.
          05 WS-LEAVE-ADJUSTED-COUNT
                                     PIC 9(5)     VALUE ZEROS.
          05 WS-BONUS-COUNT         PIC 9(5)     VALUE ZEROS.
          05 WS-BONUS-TOTAL         PIC 9(9)V99  VALUE ZEROS.
          05 WS-NOTICE-COUNT        PIC 9(5)     VALUE ZEROS.
          05 WS-PLAN-ENTRY-COUNT    PIC 9(5)     VALUE ZEROS.
          05 WS-DEPENDENT-ENTRY-COUNT
                                     PIC 9(5)     VALUE ZEROS.

       01 WS-REGISTER-LINE          PIC X(132).

       01 WS-SUBSCRIPTS.
          05 WS-DEP-INDEX           PIC 9(1)     COMP.

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
           PERFORM READ-SETTLE-CARD.
           PERFORM READ-LEAVE-OPTION.
           PERFORM OPEN-FILES.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING 'TERMINATION SETTLEMENT REGISTER   RUN DATE '
                  WS-RUN-DATE
                  '   ELECTION PERIOD ' WS-ELECTION-DAYS ' DAYS'
                  '   ON-LEAVE BONUS ' WS-LEAVE-OPTION-NAME
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM READ-TERMINATION-RECORD.
           PERFORM SETTLE-ONE-TERMINATION UNTIL END-OF-TERMTRN.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "TERMINATIONS READ:    " WS-TERMS-READ.
           DISPLAY "SETTLED:              " WS-TERMS-SETTLED.
           DISPLAY "NOT SETTLED:          " WS-TERMS-NOT-SETTLED.
           PERFORM LOG-STEP-END.
           STOP RUN.

       READ-SETTLE-CARD.
           OPEN INPUT SETTLE-CARD-FILE.
           IF WS-SETLCARD-STATUS = '00'
              READ SETTLE-CARD-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF SC-ELECTION-DAYS NUMERIC
                           AND SC-ELECTION-DAYS NOT = '000'
                        MOVE SC-ELECTION-DAYS TO WS-ELECTION-DAYS
                     END-IF
              END-READ
              CLOSE SETTLE-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
      * The on-leave bonus option from HELLO-WORLD's control card -
      * suspended unless column 8 is 'P'.
      *-----------------------------------------------------------------
       READ-LEAVE-OPTION.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CTLCARD-STATUS = '00'
              READ CONTROL-CARD-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF CC-LEAVE-BONUS-OPTION = 'P'
                        SET LEAVE-BONUS-PRORATE TO TRUE
                     END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
           IF LEAVE-BONUS-PRORATE
              MOVE 'PRORATED' TO WS-LEAVE-OPTION-NAME
           ELSE
              MOVE 'SUSPENDED' TO WS-LEAVE-OPTION-NAME
           END-IF.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'TERM-SETTLEMENT' TO BT-PROGRAM-NAME.
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
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS '
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.
           OPEN INPUT TERMINATION-TRANS-FILE.
           IF WS-TERMTRN-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN TERMINATION-TRANS-FILE, STATUS '
                 WS-TERMTRN-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT FINAL-PAY-FILE.
           IF WS-FINLPAY-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN FINAL-PAY-FILE, STATUS '
                 WS-FINLPAY-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT COBRA-NOTICE-FILE.
           IF WS-COBRANTC-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN COBRA-NOTICE-FILE, STATUS '
                 WS-COBRANTC-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT SETTLEMENT-REGISTER-FILE.
           IF WS-SETLREG-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SETTLEMENT-REGISTER-FILE, STATUS '
                 WS-SETLREG-STATUS
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

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE TERMINATION-TRANS-FILE
           CLOSE FINAL-PAY-FILE
           CLOSE COBRA-NOTICE-FILE
           CLOSE SETTLEMENT-REGISTER-FILE.
           IF LEAVE-HISTORY-PRESENT
              CLOSE LEAVE-HISTORY-FILE
           END-IF.

       READ-TERMINATION-RECORD.
           READ TERMINATION-TRANS-FILE
               AT END
                  SET END-OF-TERMTRN TO TRUE
               NOT AT END
                  IF TT-BATCH-TRAILER
                     SET END-OF-TERMTRN TO TRUE
                  END-IF
           END-READ.

      *-----------------------------------------------------------------
      * One termination: looked up on the master, then settled or
      * listed as not settled.  The next record is always read on
      * the way out.
      *-----------------------------------------------------------------
       SETTLE-ONE-TERMINATION.
           ADD 1 TO WS-TERMS-READ.
           MOVE SPACES TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           IF TT-EMPLOYEE-ID = WS-PREVIOUS-EMPLOYEE-ID
              ADD 1 TO WS-TERMS-DUPLICATE
              STRING 'EMPLOYEE ' TT-EMPLOYEE-ID
                     ' DUPLICATE TERMINATION RECORD - ALREADY SETTLED'
                  DELIMITED BY SIZE INTO WS-REGISTER-LINE
              PERFORM WRITE-REGISTER-LINE
           ELSE
              MOVE TT-EMPLOYEE-ID TO WS-PREVIOUS-EMPLOYEE-ID
              MOVE 'N' TO WS-ON-MASTER-SWITCH
              MOVE TT-EMPLOYEE-ID TO EMPLOYEE-ID
              READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-ON-MASTER-SWITCH
              END-READ
              EVALUATE TRUE
                 WHEN NOT ON-MASTER
                    STRING 'EMPLOYEE ' TT-EMPLOYEE-ID ' '
                           TT-EMPLOYEE-NAME
                           ' NOT ON MASTER - NOT SETTLED'
                        DELIMITED BY SIZE INTO WS-REGISTER-LINE
                    PERFORM REPORT-NOT-SETTLED
                 WHEN SETTLE-EMPLOYEE-ACTIVE
                    STRING 'EMPLOYEE ' TT-EMPLOYEE-ID ' '
                           TT-EMPLOYEE-NAME
                           ' ACTIVE ON MASTER - NOT SETTLED'
                        DELIMITED BY SIZE INTO WS-REGISTER-LINE
                    PERFORM REPORT-NOT-SETTLED
                 WHEN OTHER
                    PERFORM SETTLE-EMPLOYEE
              END-EVALUATE
           END-IF.
           PERFORM READ-TERMINATION-RECORD.

       REPORT-NOT-SETTLED.
           PERFORM WRITE-REGISTER-LINE.
           ADD 1 TO WS-TERMS-NOT-SETTLED.
           MOVE 8 TO RETURN-CODE.

      *-----------------------------------------------------------------
      * The termination date is the master's; the transaction's
      * stands in if the master has none.
      *-----------------------------------------------------------------
       SETTLE-EMPLOYEE.
           ADD 1 TO WS-TERMS-SETTLED.
           IF TERMINATION-DATE NUMERIC AND TERMINATION-DATE NOT = ZEROS
              MOVE TERMINATION-DATE TO WS-TERM-DATE
           ELSE
              MOVE TT-TERMINATION-DATE TO WS-TERM-DATE
           END-IF.
           STRING 'EMPLOYEE ' EMPLOYEE-ID ' ' FIRST-NAME ' '
                  LAST-NAME ' DEPT ' DEPARTMENT-CODE
                  ' HIRED ' HIRE-DATE ' TERMINATED ' WS-TERM-DATE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM COMPUTE-COVERAGE-DATES.
           PERFORM COMPUTE-PRORATED-BONUS.
           PERFORM WRITE-FINAL-PAY.
           PERFORM WRITE-COBRA-NOTICE.

      *-----------------------------------------------------------------
      * Coverage end is the last day of the termination month - the
      * day before the first of the next month.  The election period
      * runs from the later of coverage end and the run date.
      *-----------------------------------------------------------------
       COMPUTE-COVERAGE-DATES.
           MOVE 1 TO WS-DATE-DAY.
           IF WS-TERM-MONTH = 12
              COMPUTE WS-DATE-YEAR = WS-TERM-YEAR + 1
              MOVE 1 TO WS-DATE-MONTH
           ELSE
              MOVE WS-TERM-YEAR TO WS-DATE-YEAR
              COMPUTE WS-DATE-MONTH = WS-TERM-MONTH + 1
           END-IF.
           PERFORM COMPUTE-DAY-NUMBER.
           SUBTRACT 1 FROM WS-DAY-NUMBER.
           PERFORM COMPUTE-DATE-FROM-DAY-NUMBER.
           MOVE WS-DATE-WORK-NUM TO WS-COVERAGE-END-DATE.
           IF WS-RUN-DATE > WS-COVERAGE-END-DATE
              MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
              PERFORM COMPUTE-DAY-NUMBER
           END-IF.
           ADD WS-ELECTION-DAYS TO WS-DAY-NUMBER.
           PERFORM COMPUTE-DATE-FROM-DAY-NUMBER.
           MOVE WS-DATE-WORK-NUM TO WS-ELECTION-DEADLINE.

      *-----------------------------------------------------------------
      * The year's bonus at the COMPUTE-BONUS band rate, prorated by
      * the whole months worked in the termination year.
      *-----------------------------------------------------------------
       COMPUTE-PRORATED-BONUS.
           COMPUTE WS-SALARY-CODE-CALC = SALARY / 1000.
           IF WS-SALARY-CODE-CALC > 999
              MOVE 999 TO SALARY-CODE
           ELSE
              IF WS-SALARY-CODE-CALC = 0
                 MOVE 1 TO SALARY-CODE
              ELSE
                 MOVE WS-SALARY-CODE-CALC TO SALARY-CODE
              END-IF
           END-IF.
           MOVE ZEROS TO WS-BONUS-RATE-PCT.
           MOVE ZEROS TO WS-ANNUAL-BONUS.
           EVALUATE TRUE
              WHEN SETTLE-CONTRACTOR
                 MOVE 'CONTRACT' TO WS-BONUS-BAND-NAME
              WHEN LOW-SALARY
                 MOVE 'LOW' TO WS-BONUS-BAND-NAME
              WHEN MEDIUM-SALARY
                 COMPUTE WS-ANNUAL-BONUS = SALARY * 0.03
                 MOVE 03 TO WS-BONUS-RATE-PCT
                 MOVE 'MEDIUM' TO WS-BONUS-BAND-NAME
              WHEN HIGH-SALARY
                 COMPUTE WS-ANNUAL-BONUS = SALARY * 0.05
                 MOVE 05 TO WS-BONUS-RATE-PCT
                 MOVE 'HIGH' TO WS-BONUS-BAND-NAME
              WHEN EXECUTIVE-SALARY
                 COMPUTE WS-ANNUAL-BONUS = SALARY * 0.08
                 MOVE 08 TO WS-BONUS-RATE-PCT
                 MOVE 'EXECUTIVE' TO WS-BONUS-BAND-NAME
              WHEN OTHER
                 MOVE SPACES TO WS-BONUS-BAND-NAME
           END-EVALUATE.

           MOVE 1 TO WS-START-MONTH.
           MOVE HIRE-DATE TO WS-HIRE-DATE.
           IF WS-HIRE-YEAR = WS-TERM-YEAR
              MOVE WS-HIRE-MONTH TO WS-START-MONTH
              IF WS-HIRE-DAY > 1
                 ADD 1 TO WS-START-MONTH
              END-IF
           END-IF.
           COMPUTE WS-MONTHS-WORKED = WS-TERM-MONTH - WS-START-MONTH.
           MOVE WS-COVERAGE-END-DATE TO WS-END-DATE.
           IF WS-TERM-DAY = WS-END-DAY
              ADD 1 TO WS-MONTHS-WORKED
           END-IF.
           IF WS-HIRE-YEAR > WS-TERM-YEAR OR WS-MONTHS-WORKED < 0
              MOVE 0 TO WS-MONTHS-WORKED
           END-IF.
           IF WS-MONTHS-WORKED > 12
              MOVE 12 TO WS-MONTHS-WORKED
           END-IF.
           IF SETTLE-ON-LEAVE AND WS-ANNUAL-BONUS > ZEROS
                 AND WS-MONTHS-WORKED > 0
              PERFORM APPLY-LEAVE-TO-SETTLEMENT
           END-IF.
           COMPUTE WS-PRORATED-BONUS ROUNDED =
              WS-ANNUAL-BONUS * WS-MONTHS-WORKED / 12.
           MOVE WS-MONTHS-WORKED TO WS-MONTHS-PRINT.

           MOVE SPACES TO WS-REGISTER-LINE.
           STRING '  SALARY ' SALARY ' BAND ' WS-BONUS-BAND-NAME
                  ' RATE ' WS-BONUS-RATE-PCT '% ANNUAL BONUS '
                  WS-ANNUAL-BONUS ' MONTHS ' WS-MONTHS-PRINT
                  ' PRORATED BONUS ' WS-PRORATED-BONUS
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           IF WS-PRORATED-BONUS > ZEROS
              ADD 1 TO WS-BONUS-COUNT
              ADD WS-PRORATED-BONUS TO WS-BONUS-TOTAL
           END-IF.

      *-----------------------------------------------------------------
      * An employee terminated while out on leave of absence, by the
      * rule APPLY-LEAVE-TO-BONUS applies in HELLO-WORLD.  The bonus
      * is suspended unless the control card asks for proration;
      * prorated, the months worked stop at the month the open leave
      * started.  A leave that started before the termination year,
      * or one that cannot be found on LEAVHIST, leaves no months to
      * pay for.  The adjustment is printed on the register.
      *-----------------------------------------------------------------
       APPLY-LEAVE-TO-SETTLEMENT.
           ADD 1 TO WS-LEAVE-ADJUSTED-COUNT.
           MOVE WS-MONTHS-WORKED TO WS-MONTHS-PRINT.
           MOVE ZEROS TO WS-LEAVE-START-NUM.
           IF LEAVE-BONUS-PRORATE AND LEAVE-HISTORY-PRESENT
              PERFORM FIND-OPEN-LEAVE
              IF OPEN-LEAVE-FOUND
                 MOVE LH-START-DATE TO WS-LEAVE-START-NUM
              END-IF
           END-IF.
           MOVE SPACES TO WS-REGISTER-LINE.
           EVALUATE TRUE
              WHEN LEAVE-BONUS-SUSPEND
                 MOVE 0 TO WS-MONTHS-WORKED
                 STRING '  ON LEAVE OF ABSENCE - BONUS SUSPENDED'
                     DELIMITED BY SIZE INTO WS-REGISTER-LINE
              WHEN WS-LEAVE-START-NUM = ZEROS
                 MOVE 0 TO WS-MONTHS-WORKED
                 STRING '  ON LEAVE OF ABSENCE - OPEN LEAVE NOT ON '
                        'LEAVHIST - BONUS SUSPENDED'
                     DELIMITED BY SIZE INTO WS-REGISTER-LINE
              WHEN OTHER
                 IF WS-LEAVE-START-YEAR < WS-TERM-YEAR
                    MOVE 0 TO WS-MONTHS-WORKED
                 ELSE
                    IF WS-LEAVE-START-YEAR = WS-TERM-YEAR
                       COMPUTE WS-LEAVE-MONTHS-WORKED =
                          WS-LEAVE-START-MONTH - WS-START-MONTH
                       IF WS-LEAVE-MONTHS-WORKED < WS-MONTHS-WORKED
                          MOVE WS-LEAVE-MONTHS-WORKED
                             TO WS-MONTHS-WORKED
                       END-IF
                       IF WS-MONTHS-WORKED < 0
                          MOVE 0 TO WS-MONTHS-WORKED
                       END-IF
                    END-IF
                 END-IF
                 STRING '  ON LEAVE OF ABSENCE SINCE ' LH-START-DATE
                        ' - MONTHS WORKED ' WS-MONTHS-PRINT
                        ' CUT TO MONTHS BEFORE THE LEAVE'
                     DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-EVALUATE.
           PERFORM WRITE-REGISTER-LINE.

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
      * One final-pay record for every settled termination, bonus or
      * not, so payroll's confirmation balances one for one.
      *-----------------------------------------------------------------
       WRITE-FINAL-PAY.
           MOVE SPACES TO FINAL-PAY-RECORD.
           MOVE EMPLOYEE-ID TO FP-EMPLOYEE-ID.
           MOVE EMPLOYEE-NAME TO FP-EMPLOYEE-NAME.
           MOVE DEPARTMENT-CODE TO FP-DEPARTMENT-CODE.
           MOVE WS-TERM-DATE TO FP-TERMINATION-DATE.
           MOVE SALARY TO FP-SALARY.
           MOVE SALARY-CODE TO FP-SALARY-CODE.
           MOVE WS-BONUS-RATE-PCT TO FP-BONUS-RATE-PCT.
           MOVE WS-MONTHS-PRINT TO FP-MONTHS-WORKED.
           MOVE WS-ANNUAL-BONUS TO FP-ANNUAL-BONUS.
           MOVE WS-PRORATED-BONUS TO FP-PRORATED-BONUS.
           WRITE FINAL-PAY-RECORD.

      *-----------------------------------------------------------------
      * The continuation notice: nothing for somebody enrolled in
      * none of the plans, otherwise the employee, each enrolled
      * plan and each dependent.
      *-----------------------------------------------------------------
       WRITE-COBRA-NOTICE.
           MOVE 'N' TO WS-COVERED-SWITCH.
           IF HEALTH-PLAN = 'Y' OR DENTAL-PLAN = 'Y'
                 OR VISION-PLAN = 'Y'
              MOVE 'Y' TO WS-COVERED-SWITCH
           END-IF.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF NOT COVERAGE-HELD
              MOVE '  NO CONTINUATION NOTICE - NOT ENROLLED IN A PLAN'
                 TO WS-REGISTER-LINE
              PERFORM WRITE-REGISTER-LINE
           ELSE
              STRING '  CONTINUATION NOTICE   COVERAGE ENDS '
                     WS-COVERAGE-END-DATE
                     '   ELECT BY ' WS-ELECTION-DEADLINE
                  DELIMITED BY SIZE INTO WS-REGISTER-LINE
              PERFORM WRITE-REGISTER-LINE
              ADD 1 TO WS-NOTICE-COUNT
              PERFORM START-NOTICE-RECORD
              SET CN-EMPLOYEE-ENTRY TO TRUE
              MOVE EMPLOYEE-NAME TO CN-NAME
              MOVE 'EMPLOYEE' TO CN-RELATION
              WRITE COBRA-NOTICE-RECORD
              IF HEALTH-PLAN = 'Y'
                 MOVE 'H' TO CN-PLAN-CODE
                 MOVE 'HEALTH' TO CN-PLAN-NAME
                 PERFORM WRITE-PLAN-ENTRY
              END-IF
              IF DENTAL-PLAN = 'Y'
                 MOVE 'D' TO CN-PLAN-CODE
                 MOVE 'DENTAL' TO CN-PLAN-NAME
                 PERFORM WRITE-PLAN-ENTRY
              END-IF
              IF VISION-PLAN = 'Y'
                 MOVE 'V' TO CN-PLAN-CODE
                 MOVE 'VISION' TO CN-PLAN-NAME
                 PERFORM WRITE-PLAN-ENTRY
              END-IF
              PERFORM WRITE-ONE-DEPENDENT-ENTRY
                  VARYING WS-DEP-INDEX FROM 1 BY 1
                  UNTIL WS-DEP-INDEX > 3
           END-IF.

       START-NOTICE-RECORD.
           MOVE SPACES TO COBRA-NOTICE-RECORD.
           MOVE EMPLOYEE-ID TO CN-EMPLOYEE-ID.
           MOVE STREET-ADDRESS TO CN-STREET-ADDRESS.
           MOVE CITY TO CN-CITY.
           MOVE STATE TO CN-STATE.
           MOVE ZIP-CODE TO CN-ZIP-CODE.
           MOVE ZIP-EXTENSION TO CN-ZIP-EXTENSION.
           MOVE WS-TERM-DATE TO CN-TERMINATION-DATE.
           MOVE WS-COVERAGE-END-DATE TO CN-COVERAGE-END-DATE.
           MOVE WS-ELECTION-DEADLINE TO CN-ELECTION-DEADLINE.

       WRITE-PLAN-ENTRY.
           SET CN-PLAN-ENTRY TO TRUE.
           MOVE EMPLOYEE-NAME TO CN-NAME.
           MOVE 'EMPLOYEE' TO CN-RELATION.
           WRITE COBRA-NOTICE-RECORD.
           ADD 1 TO WS-PLAN-ENTRY-COUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING '    PLAN       ' CN-PLAN-CODE ' ' CN-PLAN-NAME
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-ONE-DEPENDENT-ENTRY.
           IF DEPENDENT-NAME (WS-DEP-INDEX) NOT = SPACES
              PERFORM START-NOTICE-RECORD
              SET CN-DEPENDENT-ENTRY TO TRUE
              MOVE DEPENDENT-NAME (WS-DEP-INDEX) TO CN-NAME
              MOVE DEPENDENT-RELATION (WS-DEP-INDEX) TO CN-RELATION
              WRITE COBRA-NOTICE-RECORD
              ADD 1 TO WS-DEPENDENT-ENTRY-COUNT
              MOVE SPACES TO WS-REGISTER-LINE
              STRING '    DEPENDENT  ' DEPENDENT-NAME (WS-DEP-INDEX)
                     ' ' DEPENDENT-RELATION (WS-DEP-INDEX)
                     ' AGE ' DEPENDENT-AGE (WS-DEP-INDEX)
                  DELIMITED BY SIZE INTO WS-REGISTER-LINE
              PERFORM WRITE-REGISTER-LINE
           END-IF.

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
      * Totals, then the payroll sign-off block.
      *-----------------------------------------------------------------
       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           STRING 'TERMINATIONS READ:        ' WS-TERMS-READ
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING 'SETTLED:                  ' WS-TERMS-SETTLED
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING 'NOT SETTLED:              ' WS-TERMS-NOT-SETTLED
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING 'DUPLICATES SKIPPED:       ' WS-TERMS-DUPLICATE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING 'ON LEAVE, BONUS CUT:      ' WS-LEAVE-ADJUSTED-COUNT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING 'PRORATED BONUSES:         ' WS-BONUS-COUNT
                  '   TOTAL ' WS-BONUS-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING 'CONTINUATION NOTICES:     ' WS-NOTICE-COUNT
                  '   PLANS ' WS-PLAN-ENTRY-COUNT
                  '   DEPENDENTS ' WS-DEPENDENT-ENTRY-COUNT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           STRING 'PAYROLL APPROVAL: ______________________'
                  '   DATE: __________'
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO SETTLEMENT-REGISTER-LINE.
           WRITE SETTLEMENT-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
