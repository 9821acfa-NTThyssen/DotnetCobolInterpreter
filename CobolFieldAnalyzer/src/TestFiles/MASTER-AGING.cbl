      *****************************************************************
      * PROGRAM-ID    MASTER-AGING
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * Month-end aging of the employee master.  Passes the whole
      * indexed master and brings the two figures nothing else
      * maintains up to date:
      *   JOB-DURATION   whole months of service from HIRE-DATE to
      *                  the run date - to TERMINATION-DATE for
      *                  anyone no longer active - held at 999,
      *   DEPENDENT-AGE  the master carries an age, not a birth
      *                  date, so every dependent's age goes up by
      *                  one year on the run in the plan-year month
      *                  (January unless the card says otherwise),
      *                  the point the carrier ages them too.
      * A record is rewritten only when one of those moved, and
      * every REWRITE is journaled to EMPJRNL with the before
      * image, the program name and the run stamp, the same as
      * EMPLOYEE-MAINT, so EMPLOYEE-BACKOUT can take a bad run back
      * off the master.  Running the plan-year month twice ages
      * the dependents twice - back the first run out before
      * running again.
      *
      * Two listings come out of the same pass, both for active
      * employees only:
      *   ANNIVLST  service anniversaries of 5, 10, 15, 20 and 25
      *             years falling in the calendar month after the
      *             run, for the recognition committee,
      *   AGEOUTLS  dependents who reach the benefits age-out
      *             limit (26 unless the card says otherwise) at the
      *             next plan-year aging within 60 days of the run
      *             date, and any already at or over it, so HR can
      *             send notices before the carrier drops them.
      *
      * The optional parameter card (AGNGCARD) carries:
      *   columns 1-8    run date YYYYMMDD (default: today),
      *   columns 9-10   dependent age-out limit,
      *   columns 11-12  plan-year month the dependents age in.
      * A field that is blank or not numeric takes the default.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-AGING.
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

           SELECT AGING-CARD-FILE
               ASSIGN TO "AGNGCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGNGCARD-STATUS.

           SELECT ANNIVERSARY-FILE
               ASSIGN TO "ANNIVLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNIVLST-STATUS.

           SELECT AGE-OUT-FILE
               ASSIGN TO "AGEOUTLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGEOUTLS-STATUS.

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
             88 AGING-EMPLOYEE-ACTIVE           VALUE 'A'.
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
          05 SUPERVISOR-ID          PIC 9(6).
          05 PERFORMANCE-REVIEW-COUNT PIC 9(2) COMP.
          05 PERFORMANCE-REVIEWS OCCURS 0 TO 25 TIMES
                DEPENDING ON PERFORMANCE-REVIEW-COUNT.
             10 REVIEW-DATE         PIC 9(8).
             10 REVIEW-RATING       PIC X(1).
             10 COMMENTS            PIC X(50).

      *
      * Optional parameter card - see the program banner.
      *
       FD  AGING-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-CARD-RECORD.
           05 AG-RUN-DATE           PIC X(8).
           05 AG-AGE-OUT-LIMIT      PIC X(2).
           05 AG-PLAN-YEAR-MONTH    PIC X(2).
           05 FILLER                PIC X(68).

       FD  ANNIVERSARY-FILE
           LABEL RECORDS ARE STANDARD.
       01  ANNIVERSARY-LINE         PIC X(132).

       FD  AGE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGE-OUT-LINE             PIC X(132).

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
          05 WS-AGNGCARD-STATUS     PIC X(2).
          05 WS-ANNIVLST-STATUS     PIC X(2).
          05 WS-AGEOUTLS-STATUS     PIC X(2).
          05 WS-EMPJRNL-STATUS      PIC X(2).

       01 WS-EMPMAST-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-EMPMAST                      VALUE 'Y'.

       01 WS-CHANGED-SWITCH         PIC X(1)     VALUE 'N'.
          88 RECORD-CHANGED                      VALUE 'Y'.
          88 RECORD-UNCHANGED                    VALUE 'N'.

       01 WS-DEPENDENT-AGING-SWITCH PIC X(1)     VALUE 'N'.
          88 DEPENDENTS-AGE-THIS-RUN             VALUE 'Y'.

      *
      * RECORD IS VARYING ... DEPENDING ON target for the master.
      * This holds the record length in bytes: the READ itself sets
      * it, and it is recomputed from the review count (388 bytes of
      * fixed portion plus 59 per review) before every REWRITE.
      *
       01 WS-MASTER-RECORD-LENGTH   PIC 9(4) COMP.

      *
      * The record exactly as it was read, kept for the journal -
      * the fields are aged in the record area before anyone knows
      * whether a REWRITE is needed.
      *
       01 WS-BEFORE-IMAGE           PIC X(1863).

      *
      * Run stamp carried on every journal record this run writes -
      * displayed at start of job so the operator has the value to
      * hand EMPLOYEE-BACKOUT if the run has to come back out.  The
      * stamp is always the real clock; the card run date only
      * moves the aging.
      *
       01 WS-RUN-STAMP.
          05 WS-STAMP-DATE          PIC 9(8).
          05 WS-STAMP-TIME          PIC 9(6).
       01 WS-TIME-RAW               PIC X(8).
       01 WS-JOURNAL-ACTION         PIC X(1).

      *
      * Run parameters.
      *
       01 WS-RUN-DATE-WORK.
          05 WS-RUN-YEAR            PIC 9(4).
          05 WS-RUN-MONTH           PIC 9(2).
          05 WS-RUN-DAY             PIC 9(2).
       01 WS-RUN-DATE REDEFINES WS-RUN-DATE-WORK
                                     PIC 9(8).
       01 WS-AGE-OUT-LIMIT          PIC 9(2)     VALUE 26.
       01 WS-PLAN-YEAR-MONTH        PIC 9(2)     VALUE 01.

      *
      * The month whose anniversaries are listed - the calendar
      * month after the run.
      *
       01 WS-ANNIV-YEAR             PIC 9(4).
       01 WS-ANNIV-MONTH            PIC 9(2).

      *
      * The next plan-year aging date after this run, and how many
      * days off it is.
      *
       01 WS-NEXT-AGING-WORK.
          05 WS-NEXT-AGING-YEAR     PIC 9(4).
          05 WS-NEXT-AGING-MONTH    PIC 9(2).
          05 WS-NEXT-AGING-DAY      PIC 9(2).
       01 WS-NEXT-AGING-DATE REDEFINES WS-NEXT-AGING-WORK
                                     PIC 9(8).
       01 WS-DAYS-TO-AGING          PIC S9(7)    COMP.

      *
      * Date breakdowns for the service arithmetic.
      *
       01 WS-DATE-WORK.
          05 WS-DATE-YEAR           PIC 9(4).
          05 WS-DATE-MONTH          PIC 9(2).
          05 WS-DATE-DAY            PIC 9(2).
       01 WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK
                                     PIC 9(8).
       01 WS-END-DATE-WORK.
          05 WS-END-YEAR            PIC 9(4).
          05 WS-END-MONTH           PIC 9(2).
          05 WS-END-DAY             PIC 9(2).
       01 WS-END-DATE REDEFINES WS-END-DATE-WORK
                                     PIC 9(8).
       01 WS-SERVICE-MONTHS         PIC S9(5)    COMP.
       01 WS-NEW-DURATION           PIC 9(3).
       01 WS-SERVICE-YEARS          PIC 9(4).

      *
      * Day number of a date, counted from a fixed point far in the
      * past, so two dates subtract straight into days.  March is
      * taken as the first month of the year so the leap day falls
      * at the end of it.
      *
       01 WS-DAY-NUMBER-AREA.
          05 WS-CALC-YEAR           PIC 9(5)     COMP.
          05 WS-CALC-MONTH          PIC 9(2)     COMP.
          05 WS-CALC-DAY            PIC 9(2)     COMP.
          05 WS-LEAP-4              PIC 9(5)     COMP.
          05 WS-LEAP-100            PIC 9(5)     COMP.
          05 WS-LEAP-400            PIC 9(5)     COMP.
          05 WS-MONTH-DAYS          PIC 9(5)     COMP.
          05 WS-DAY-NUMBER          PIC 9(7)     COMP.
       01 WS-RUN-DAY-NUMBER         PIC 9(7)     COMP.

      *
      * Report work areas and totals.
      *
       01 WS-ANNIV-LINE             PIC X(132).
       01 WS-AGE-OUT-LINE           PIC X(132).
       01 WS-AGE-OUT-NOTE           PIC X(30).
       01 WS-AGING-TOTALS.
          05 WS-RECORDS-READ        PIC 9(6)     VALUE ZEROS.
          05 WS-RECORDS-REWRITTEN   PIC 9(6)     VALUE ZEROS.
          05 WS-NO-HIRE-DATE-COUNT  PIC 9(6)     VALUE ZEROS.
          05 WS-DEPENDENTS-AGED     PIC 9(6)     VALUE ZEROS.
          05 WS-AGE-OUT-COUNT       PIC 9(5)     VALUE ZEROS.
       01 WS-MILESTONE-TABLE.
          05 WS-MILESTONE-COUNT OCCURS 5 TIMES
                                     PIC 9(5).
       01 WS-MILESTONE-YEARS        PIC 9(2).

       01 WS-SUBSCRIPTS.
          05 WS-DEP-INDEX           PIC 9(1)     COMP.
          05 WS-MILESTONE-INDEX     PIC 9(1)     COMP.

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
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-STAMP-TIME.
           MOVE WS-STAMP-DATE TO WS-RUN-DATE.
           PERFORM LOG-STEP-START.
           PERFORM READ-AGING-CARD.
           PERFORM SET-RUN-DATES.
           DISPLAY "JOURNAL RUN STAMP: " WS-RUN-STAMP.
           DISPLAY "AGING AS OF:       " WS-RUN-DATE.
           MOVE ZEROS TO WS-MILESTONE-TABLE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM READ-MASTER-RECORD.
           PERFORM AGE-ONE-EMPLOYEE UNTIL END-OF-EMPMAST.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "RECORDS READ:      " WS-RECORDS-READ.
           DISPLAY "RECORDS REWRITTEN: " WS-RECORDS-REWRITTEN.
           DISPLAY "NO HIRE DATE:      " WS-NO-HIRE-DATE-COUNT.
           DISPLAY "DEPENDENTS AGED:   " WS-DEPENDENTS-AGED.
           PERFORM LOG-STEP-END.
           STOP RUN.

       READ-AGING-CARD.
           OPEN INPUT AGING-CARD-FILE.
           IF WS-AGNGCARD-STATUS = '00'
              READ AGING-CARD-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF AG-RUN-DATE NUMERIC
                        MOVE AG-RUN-DATE TO WS-RUN-DATE
                     END-IF
                     IF AG-AGE-OUT-LIMIT NUMERIC
                        MOVE AG-AGE-OUT-LIMIT TO WS-AGE-OUT-LIMIT
                     END-IF
                     IF AG-PLAN-YEAR-MONTH NUMERIC
                        AND AG-PLAN-YEAR-MONTH >= '01'
                        AND AG-PLAN-YEAR-MONTH <= '12'
                        MOVE AG-PLAN-YEAR-MONTH TO WS-PLAN-YEAR-MONTH
                     END-IF
              END-READ
              CLOSE AGING-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Everything that hangs off the run date: whether this is the
      * plan-year run, the anniversary month, and the next aging
      * date with its distance in days.  On the plan-year run the
      * dependents age now, so the next aging is a year off.
      *-----------------------------------------------------------------
       SET-RUN-DATES.
           IF WS-RUN-MONTH = WS-PLAN-YEAR-MONTH
              SET DEPENDENTS-AGE-THIS-RUN TO TRUE
           END-IF.
           IF WS-RUN-MONTH = 12
              COMPUTE WS-ANNIV-YEAR = WS-RUN-YEAR + 1
              MOVE 1 TO WS-ANNIV-MONTH
           ELSE
              MOVE WS-RUN-YEAR TO WS-ANNIV-YEAR
              COMPUTE WS-ANNIV-MONTH = WS-RUN-MONTH + 1
           END-IF.
           MOVE WS-PLAN-YEAR-MONTH TO WS-NEXT-AGING-MONTH.
           MOVE 1 TO WS-NEXT-AGING-DAY.
           IF WS-RUN-MONTH < WS-PLAN-YEAR-MONTH
              MOVE WS-RUN-YEAR TO WS-NEXT-AGING-YEAR
           ELSE
              COMPUTE WS-NEXT-AGING-YEAR = WS-RUN-YEAR + 1
           END-IF.
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           MOVE WS-NEXT-AGING-DATE TO WS-DATE-WORK-NUM.
           PERFORM COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYS-TO-AGING =
              WS-DAY-NUMBER - WS-RUN-DAY-NUMBER.

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
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'MASTER-AGING' TO BT-PROGRAM-NAME.
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
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS '
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT ANNIVERSARY-FILE.
           IF WS-ANNIVLST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN ANNIVERSARY-FILE, STATUS '
                 WS-ANNIVLST-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT AGE-OUT-FILE.
           IF WS-AGEOUTLS-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN AGE-OUT-FILE, STATUS '
                 WS-AGEOUTLS-STATUS
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
           CLOSE ANNIVERSARY-FILE
           CLOSE AGE-OUT-FILE
           CLOSE JOURNAL-FILE.

       READ-MASTER-RECORD.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                  SET END-OF-EMPMAST TO TRUE
               NOT AT END
                  ADD 1 TO WS-RECORDS-READ
           END-READ.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WS-ANNIV-LINE.
           STRING 'SERVICE ANNIVERSARIES IN ' WS-ANNIV-YEAR '-'
                  WS-ANNIV-MONTH '   RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-ANNIV-LINE.
           PERFORM WRITE-ANNIV-LINE.
           MOVE SPACES TO WS-AGE-OUT-LINE.
           STRING 'DEPENDENTS AT AGE-OUT LIMIT ' WS-AGE-OUT-LIMIT
                  '   NEXT AGING ' WS-NEXT-AGING-DATE
                  '   RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-AGE-OUT-LINE.
           PERFORM WRITE-AGE-OUT-LINE.

      *-----------------------------------------------------------------
      * One master record: service and dependent ages brought up to
      * date, the record put back only if either moved, then the
      * listings.
      *-----------------------------------------------------------------
       AGE-ONE-EMPLOYEE.
           MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE.
           SET RECORD-UNCHANGED TO TRUE.
           PERFORM AGE-JOB-DURATION.
           IF DEPENDENTS-AGE-THIS-RUN
              PERFORM AGE-ONE-DEPENDENT
                  VARYING WS-DEP-INDEX FROM 1 BY 1
                  UNTIL WS-DEP-INDEX > 3
           END-IF.
           IF RECORD-CHANGED
              PERFORM REWRITE-AGED-EMPLOYEE
           END-IF.
           IF AGING-EMPLOYEE-ACTIVE
              PERFORM CHECK-ANNIVERSARY
              PERFORM CHECK-ONE-DEPENDENT-AGE-OUT
                  VARYING WS-DEP-INDEX FROM 1 BY 1
                  UNTIL WS-DEP-INDEX > 3
           END-IF.
           PERFORM READ-MASTER-RECORD.

      *-----------------------------------------------------------------
      * Completed months from HIRE-DATE: the month difference, less
      * one when the day of the end month has not reached the day
      * of hire.  Service stops at TERMINATION-DATE for anyone not
      * active.  No usable hire date leaves the field as it was.
      *-----------------------------------------------------------------
       AGE-JOB-DURATION.
           IF HIRE-DATE NOT NUMERIC OR HIRE-DATE = ZEROS
              ADD 1 TO WS-NO-HIRE-DATE-COUNT
           ELSE
              IF NOT AGING-EMPLOYEE-ACTIVE
                    AND TERMINATION-DATE NUMERIC
                    AND TERMINATION-DATE NOT = ZEROS
                 MOVE TERMINATION-DATE TO WS-END-DATE
              ELSE
                 MOVE WS-RUN-DATE TO WS-END-DATE
              END-IF
              MOVE HIRE-DATE TO WS-DATE-WORK-NUM
              COMPUTE WS-SERVICE-MONTHS =
                 (WS-END-YEAR * 12 + WS-END-MONTH)
                 - (WS-DATE-YEAR * 12 + WS-DATE-MONTH)
              IF WS-END-DAY < WS-DATE-DAY
                 SUBTRACT 1 FROM WS-SERVICE-MONTHS
              END-IF
              EVALUATE TRUE
                 WHEN WS-SERVICE-MONTHS < 0
                    MOVE 0 TO WS-NEW-DURATION
                 WHEN WS-SERVICE-MONTHS > 999
                    MOVE 999 TO WS-NEW-DURATION
                 WHEN OTHER
                    MOVE WS-SERVICE-MONTHS TO WS-NEW-DURATION
              END-EVALUATE
              IF JOB-DURATION NOT NUMERIC
                    OR JOB-DURATION NOT = WS-NEW-DURATION
                 MOVE WS-NEW-DURATION TO JOB-DURATION
                 SET RECORD-CHANGED TO TRUE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A dependent slot in use gets a year older, held at 99.  A
      * slot with no name, or an age that is not a number, is left
      * alone.
      *-----------------------------------------------------------------
       AGE-ONE-DEPENDENT.
           IF DEPENDENT-NAME (WS-DEP-INDEX) NOT = SPACES
                 AND DEPENDENT-AGE (WS-DEP-INDEX) NUMERIC
                 AND DEPENDENT-AGE (WS-DEP-INDEX) < 99
              ADD 1 TO DEPENDENT-AGE (WS-DEP-INDEX)
              ADD 1 TO WS-DEPENDENTS-AGED
              SET RECORD-CHANGED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * The aged record back onto the file - the before image, the
      * record exactly as it was read, is journaled first.
      *-----------------------------------------------------------------
       REWRITE-AGED-EMPLOYEE.
           MOVE 'R' TO WS-JOURNAL-ACTION.
           PERFORM WRITE-JOURNAL-RECORD.
           COMPUTE WS-MASTER-RECORD-LENGTH =
              388 + 59 * PERFORMANCE-REVIEW-COUNT.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                  DISPLAY 'REWRITE FAILED FOR EMPLOYEE ' EMPLOYEE-ID
                     ', STATUS ' WS-EMPMAST-STATUS
               NOT INVALID KEY
                  ADD 1 TO WS-RECORDS-REWRITTEN
           END-REWRITE.

       WRITE-JOURNAL-RECORD.
           MOVE 'MASTER-AGING' TO JR-PROGRAM-NAME.
           MOVE WS-RUN-STAMP TO JR-RUN-STAMP.
           MOVE WS-JOURNAL-ACTION TO JR-ACTION-CODE.
           MOVE EMPLOYEE-ID TO JR-EMPLOYEE-ID.
           MOVE WS-MASTER-RECORD-LENGTH TO JR-RECORD-LENGTH.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
           WRITE JOURNAL-RECORD.

      *-----------------------------------------------------------------
      * Hired in the anniversary month a whole number of 5-year
      * steps ago, 5 to 25 years.
      *-----------------------------------------------------------------
       CHECK-ANNIVERSARY.
           IF HIRE-DATE NUMERIC AND HIRE-DATE NOT = ZEROS
              MOVE HIRE-DATE TO WS-DATE-WORK-NUM
              IF WS-DATE-MONTH = WS-ANNIV-MONTH
                    AND WS-DATE-YEAR < WS-ANNIV-YEAR
                 COMPUTE WS-SERVICE-YEARS =
                    WS-ANNIV-YEAR - WS-DATE-YEAR
                 EVALUATE WS-SERVICE-YEARS
                    WHEN 5
                    WHEN 10
                    WHEN 15
                    WHEN 20
                    WHEN 25
                       PERFORM LIST-ANNIVERSARY
                 END-EVALUATE
              END-IF
           END-IF.

       LIST-ANNIVERSARY.
           DIVIDE WS-SERVICE-YEARS BY 5 GIVING WS-MILESTONE-INDEX.
           ADD 1 TO WS-MILESTONE-COUNT (WS-MILESTONE-INDEX).
           MOVE WS-SERVICE-YEARS TO WS-MILESTONE-YEARS.
           MOVE SPACES TO WS-ANNIV-LINE.
           STRING 'EMPLOYEE ' EMPLOYEE-ID ' ' FIRST-NAME ' '
                  LAST-NAME ' DEPT ' DEPARTMENT-CODE
                  ' HIRED ' HIRE-DATE
                  ' ' WS-MILESTONE-YEARS ' YEARS ON '
                  WS-ANNIV-YEAR WS-ANNIV-MONTH WS-DATE-DAY
               DELIMITED BY SIZE INTO WS-ANNIV-LINE.
           PERFORM WRITE-ANNIV-LINE.

      *-----------------------------------------------------------------
      * A dependent already at or past the limit is listed every
      * month until somebody takes them off; one a year short of it
      * is listed once the next aging is no more than 60 days away.
      *-----------------------------------------------------------------
       CHECK-ONE-DEPENDENT-AGE-OUT.
           MOVE SPACES TO WS-AGE-OUT-NOTE.
           IF DEPENDENT-NAME (WS-DEP-INDEX) NOT = SPACES
                 AND DEPENDENT-AGE (WS-DEP-INDEX) NUMERIC
              EVALUATE TRUE
                 WHEN DEPENDENT-AGE (WS-DEP-INDEX) >= WS-AGE-OUT-LIMIT
                    MOVE 'AT OR OVER LIMIT NOW'
                       TO WS-AGE-OUT-NOTE
                 WHEN DEPENDENT-AGE (WS-DEP-INDEX) + 1
                         = WS-AGE-OUT-LIMIT
                       AND WS-DAYS-TO-AGING <= 60
                    STRING 'REACHES LIMIT ' WS-NEXT-AGING-DATE
                        DELIMITED BY SIZE INTO WS-AGE-OUT-NOTE
              END-EVALUATE
           END-IF.
           IF WS-AGE-OUT-NOTE NOT = SPACES
              ADD 1 TO WS-AGE-OUT-COUNT
              MOVE SPACES TO WS-AGE-OUT-LINE
              STRING 'EMPLOYEE ' EMPLOYEE-ID ' ' FIRST-NAME ' '
                     LAST-NAME ' DEPT ' DEPARTMENT-CODE
                     ' DEPENDENT ' DEPENDENT-NAME (WS-DEP-INDEX)
                     ' ' DEPENDENT-RELATION (WS-DEP-INDEX)
                     ' AGE ' DEPENDENT-AGE (WS-DEP-INDEX)
                     ' ' WS-AGE-OUT-NOTE
                  DELIMITED BY SIZE INTO WS-AGE-OUT-LINE
              PERFORM WRITE-AGE-OUT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           PERFORM WRITE-ONE-MILESTONE-TOTAL
               VARYING WS-MILESTONE-INDEX FROM 1 BY 1
               UNTIL WS-MILESTONE-INDEX > 5.
           MOVE SPACES TO WS-AGE-OUT-LINE.
           STRING 'DEPENDENTS LISTED: ' WS-AGE-OUT-COUNT
               DELIMITED BY SIZE INTO WS-AGE-OUT-LINE.
           PERFORM WRITE-AGE-OUT-LINE.

       WRITE-ONE-MILESTONE-TOTAL.
           COMPUTE WS-MILESTONE-YEARS = WS-MILESTONE-INDEX * 5.
           MOVE SPACES TO WS-ANNIV-LINE.
           STRING '  ' WS-MILESTONE-YEARS ' YEARS: '
                  WS-MILESTONE-COUNT (WS-MILESTONE-INDEX)
               DELIMITED BY SIZE INTO WS-ANNIV-LINE.
           PERFORM WRITE-ANNIV-LINE.

       WRITE-ANNIV-LINE.
           MOVE WS-ANNIV-LINE TO ANNIVERSARY-LINE.
           WRITE ANNIVERSARY-LINE.

       WRITE-AGE-OUT-LINE.
           MOVE WS-AGE-OUT-LINE TO AGE-OUT-LINE.
           WRITE AGE-OUT-LINE.
