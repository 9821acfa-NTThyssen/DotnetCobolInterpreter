      *****************************************************************
      * PROGRAM-ID    NEWHIRE-REPORT
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * State new-hire reporting.  Every state wants each new hire
      * reported within a set number of days of the hire date.  This
      * job reads the maintenance job's applied adds (HIRETRN),
      * looks each hire up on the employee master for the home
      * address, STATE, ZIP-CODE and DATE-OF-BIRTH, and writes the
      * new-hire reporting file (NEWHIRE), split by the employee's
      * state of residence:
      *   H  one employer header - FEIN, name and address from the
      *      parameter cards, the report date and the run stamp,
      *   S  a header for each state, with its deadline in days,
      *   D  one record per hire reported to that state,
      *   E  an end record for each state with its hire count and
      *      the number of hires reported late,
      *   T  one trailer with the record, state, hire and late
      *      counts.
      * Contractors (EMPLOYEE-TYPE 'C') are not reported and are
      * only counted.  A hire that is no longer on the master, or
      * whose address or date of birth is missing or not valid, is
      * kept off the file and printed on the control listing
      * (NHLIST) with the reason, to be corrected and keyed into
      * the state portal by hand.  A hire reported more days after
      * the hire date than the state allows is flagged late on the
      * file and listed, so it can be chased before a fine arrives.
      *
      * The parameter cards (NHCARD) are, by column 1:
      *   E  cols 2-10 employer FEIN, 11-40 name, 41-70 street,
      *   C  cols 2-21 employer city, 22-23 state, 24-28 ZIP code,
      *   D  cols 2-3 state code, 4-6 reporting deadline in days -
      *      state '**' sets the deadline for every state without a
      *      card of its own; without one it is 20 days.
      * The E and C cards are required.  A missing or bad card
      * stops the run with return code 12 before HIRETRN is read.
      *
      * HIRETRN ends with a batch trailer.  The batch is counted
      * against its trailer and checked on the processed-batch
      * registry through BATCH-CONTROL before anything is written;
      * a batch that is incomplete, does not count out, or has
      * already been reported by this job stops the run with return
      * code 20, so no hire goes to a state twice.  The batch goes
      * on the registry once NEWHIRE is written.  Exceptions or late
      * hires end the run with return code 8.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWHIRE-REPORT.
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

           SELECT HIRE-TRANS-FILE
               ASSIGN TO "HIRETRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIRETRN-STATUS.

           SELECT PARAMETER-CARD-FILE
               ASSIGN TO "NHCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NHCARD-STATUS.

           SELECT NEWHIRE-FILE
               ASSIGN TO "NEWHIRE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWHIRE-STATUS.

           SELECT CONTROL-LISTING-FILE
               ASSIGN TO "NHLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NHLIST-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK".

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
      * Must stay byte-for-byte identical to HIRE-TRANS-RECORD in
      * the EMPLOYEE-MAINT FILE SECTION.
      *
       FD  HIRE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIRE-TRANS-RECORD.
           05 HT-EMPLOYEE-ID        PIC 9(6).
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
      * Parameter cards - column 1 says which.
      *
       FD  PARAMETER-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAMETER-CARD-RECORD.
           05 PC-CARD-TYPE          PIC X(1).
              88 PC-EMPLOYER-CARD                VALUE 'E'.
              88 PC-EMPLOYER-CITY-CARD           VALUE 'C'.
              88 PC-DEADLINE-CARD                VALUE 'D'.
           05 FILLER                PIC X(79).
       01  EMPLOYER-CARD-RECORD.
           05 FILLER                PIC X(1).
           05 EC-EMPLOYER-FEIN      PIC X(9).
           05 EC-EMPLOYER-NAME      PIC X(30).
           05 EC-EMPLOYER-STREET    PIC X(30).
           05 FILLER                PIC X(10).
       01  EMPLOYER-CITY-CARD-RECORD.
           05 FILLER                PIC X(1).
           05 EA-EMPLOYER-CITY      PIC X(20).
           05 EA-EMPLOYER-STATE     PIC X(2).
           05 EA-EMPLOYER-ZIP       PIC X(5).
           05 FILLER                PIC X(52).
       01  DEADLINE-CARD-RECORD.
           05 FILLER                PIC X(1).
           05 DC-STATE              PIC X(2).
              88 DC-ALL-STATES                   VALUE '**'.
           05 DC-DEADLINE-DAYS      PIC X(3).
           05 FILLER                PIC X(74).

      *
      * New-hire reporting file - 150-byte records, the first byte
      * tells them apart.  Detail records are in state and then
      * EMPLOYEE-ID order, each state between its S and E records.
      *
       FD  NEWHIRE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEWHIRE-HEADER-RECORD.
           05 NH-RECORD-TYPE        PIC X(1).
           05 NH-EMPLOYER-FEIN      PIC X(9).
           05 NH-EMPLOYER-NAME      PIC X(30).
           05 NH-EMPLOYER-STREET    PIC X(30).
           05 NH-EMPLOYER-CITY      PIC X(20).
           05 NH-EMPLOYER-STATE     PIC X(2).
           05 NH-EMPLOYER-ZIP       PIC X(5).
           05 NH-REPORT-DATE        PIC 9(8).
           05 NH-RUN-STAMP          PIC X(14).
           05 FILLER                PIC X(31).
       01  NEWHIRE-STATE-HEADER.
           05 NS-RECORD-TYPE        PIC X(1).
           05 NS-STATE              PIC X(2).
           05 NS-DEADLINE-DAYS      PIC 9(3).
           05 FILLER                PIC X(144).
       01  NEWHIRE-DETAIL-RECORD.
           05 ND-RECORD-TYPE        PIC X(1).
           05 ND-STATE              PIC X(2).
           05 ND-EMPLOYEE-ID        PIC 9(6).
           05 ND-LAST-NAME          PIC X(20).
           05 ND-FIRST-NAME         PIC X(15).
           05 ND-MIDDLE-INITIAL     PIC X(1).
           05 ND-STREET-ADDRESS     PIC X(30).
           05 ND-CITY               PIC X(20).
           05 ND-ZIP-CODE           PIC 9(5).
           05 ND-ZIP-EXTENSION      PIC 9(4).
           05 ND-DATE-OF-BIRTH      PIC 9(8).
           05 ND-HIRE-DATE          PIC 9(8).
           05 ND-LATE-FLAG          PIC X(1).
              88 ND-REPORTED-LATE                VALUE 'Y'.
           05 ND-DAYS-SINCE-HIRE    PIC 9(4).
           05 FILLER                PIC X(25).
       01  NEWHIRE-STATE-END.
           05 NE-RECORD-TYPE        PIC X(1).
           05 NE-STATE              PIC X(2).
           05 NE-HIRE-COUNT         PIC 9(7).
           05 NE-LATE-COUNT         PIC 9(7).
           05 FILLER                PIC X(133).
       01  NEWHIRE-TRAILER-RECORD.
           05 NT-RECORD-TYPE        PIC X(1).
           05 NT-RECORD-COUNT       PIC 9(7).
           05 NT-STATE-COUNT        PIC 9(5).
           05 NT-HIRE-COUNT         PIC 9(7).
           05 NT-LATE-COUNT         PIC 9(7).
           05 FILLER                PIC X(123).

       FD  CONTROL-LISTING-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-LISTING-LINE     PIC X(132).

      *
      * One sort record per hire to be reported, with the state's
      * deadline and the days since the hire already worked out.
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SF-STATE              PIC X(2).
           05 SF-EMPLOYEE-ID        PIC 9(6).
           05 SF-LAST-NAME          PIC X(20).
           05 SF-FIRST-NAME         PIC X(15).
           05 SF-MIDDLE-INITIAL     PIC X(1).
           05 SF-STREET-ADDRESS     PIC X(30).
           05 SF-CITY               PIC X(20).
           05 SF-ZIP-CODE           PIC 9(5).
           05 SF-ZIP-EXTENSION      PIC 9(4).
           05 SF-DATE-OF-BIRTH      PIC 9(8).
           05 SF-HIRE-DATE          PIC 9(8).
           05 SF-DEADLINE-DAYS      PIC 9(3).
           05 SF-DAYS-SINCE-HIRE    PIC 9(4).
           05 SF-LATE-FLAG          PIC X(1).
              88 SF-REPORTED-LATE                VALUE 'Y'.

       WORKING-STORAGE SECTION.
      *
      * File status and switches.
      *
       01 WS-FILE-STATUSES.
          05 WS-EMPMAST-STATUS      PIC X(2).
          05 WS-HIRETRN-STATUS      PIC X(2).
          05 WS-NHCARD-STATUS       PIC X(2).
          05 WS-NEWHIRE-STATUS      PIC X(2).
          05 WS-NHLIST-STATUS       PIC X(2).

       01 WS-HIRETRN-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-HIRETRN                      VALUE 'Y'.

       01 WS-NHCARD-EOF-SWITCH      PIC X(1)     VALUE 'N'.
          88 END-OF-NHCARD                       VALUE 'Y'.

       01 WS-SORT-EOF-SWITCH        PIC X(1)     VALUE 'N'.
          88 END-OF-SORT-FILE                    VALUE 'Y'.

      *
      * RECORD IS VARYING ... DEPENDING ON target - set by the READ
      * itself; the master is never written here.
      *
       01 WS-MASTER-RECORD-LENGTH   PIC 9(4) COMP.

      *
      * Employer identity from the E and C cards.
      *
       01 WS-EMPLOYER.
          05 WS-EMPLOYER-FEIN       PIC X(9).
          05 WS-EMPLOYER-NAME       PIC X(30).
          05 WS-EMPLOYER-STREET     PIC X(30).
          05 WS-EMPLOYER-CITY       PIC X(20).
          05 WS-EMPLOYER-STATE      PIC X(2).
          05 WS-EMPLOYER-ZIP        PIC X(5).
       01 WS-CARD-SWITCHES.
          05 WS-EMPLOYER-CARD-SWITCH
                                     PIC X(1)     VALUE 'N'.
             88 EMPLOYER-CARD-READ              VALUE 'Y'.
          05 WS-CITY-CARD-SWITCH    PIC X(1)     VALUE 'N'.
             88 EMPLOYER-CITY-CARD-READ         VALUE 'Y'.
       01 WS-CARD-ERROR             PIC X(40)    VALUE SPACES.

      *
      * The state and territory codes the states' new-hire programs
      * accept - the 50 states, DC, Puerto Rico, Guam and the
      * Virgin Islands.
      *
       01 WS-STATE-CODE-VALUES.
          05 FILLER                 PIC X(36)
                VALUE 'ALAKAZARCACOCTDEDCFLGAHIIDILINIAKSKY'.
          05 FILLER                 PIC X(36)
                VALUE 'LAMEMDMAMIMNMSMOMTNENVNHNJNMNYNCNDOH'.
          05 FILLER                 PIC X(36)
                VALUE 'OKORPARISCSDTNTXUTVTVAWAWVWIWYPRGUVI'.
       01 WS-STATE-CODE-TABLE REDEFINES WS-STATE-CODE-VALUES.
          05 WS-STATE-CODE OCCURS 54 TIMES
                                     PIC X(2).
       01 WS-STATE-CODE-COUNT       PIC 9(2)     COMP VALUE 54.

      *
      * Reporting deadlines from the D cards.  A state with no card
      * of its own takes the default.
      *
       01 WS-DEADLINE-TABLE.
          05 WS-DEADLINE-ENTRY OCCURS 54 TIMES.
             10 WS-DEADLINE-STATE   PIC X(2).
             10 WS-DEADLINE-DAYS    PIC 9(3).
       01 WS-DEADLINE-COUNT         PIC 9(2)     COMP VALUE 0.
       01 WS-DEFAULT-DEADLINE       PIC 9(3)     VALUE 20.

       01 WS-SEARCH-AREA.
          05 WS-FIND-STATE          PIC X(2).
          05 WS-STATE-SUB           PIC 9(2)     COMP.
          05 WS-STATE-INDEX         PIC 9(2)     COMP.
          05 WS-DEADLINE-SUB        PIC 9(2)     COMP.
          05 WS-DEADLINE-INDEX      PIC 9(2)     COMP.
       01 WS-STATE-DEADLINE         PIC 9(3).

      *
      * The hire in hand - why it is kept off the file, and the
      * checks on its dates.
      *
       01 WS-EXCEPTION-REASON       PIC X(40).
       01 WS-DATE-CHECKS.
          05 WS-BIRTH-DATE-CHECK    PIC X(1).
             88 BIRTH-DATE-VALID                VALUE 'Y'.
          05 WS-HIRE-DATE-CHECK     PIC X(1).
             88 HIRE-DATE-VALID                 VALUE 'Y'.
          05 WS-DATE-VALID-SWITCH   PIC X(1).
             88 CALENDAR-DATE-VALID             VALUE 'Y'.
             88 CALENDAR-DATE-INVALID           VALUE 'N'.
       01 WS-CHECKED-DATE           PIC 9(8).
       01 WS-RUN-DAY-NUMBER         PIC 9(7)     COMP.
       01 WS-HIRE-DAY-NUMBER        PIC 9(7)     COMP.
       01 WS-DAYS-SINCE-HIRE        PIC 9(7)     COMP.

      *
      * Date breakdown and day-number work area, for the days since
      * the hire and for proving a date is a real calendar date.
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
      * Run date and stamp.
      *
       01 WS-RUN-STAMP.
          05 WS-STAMP-DATE          PIC 9(8).
          05 WS-STAMP-TIME          PIC 9(6).
       01 WS-TIME-RAW               PIC X(8).
       01 WS-RUN-DATE               PIC 9(8).

      *
      * State break and file totals.
      *
       01 WS-CURRENT-STATE          PIC X(2).
       01 WS-STATE-TOTALS.
          05 WS-STATE-HIRES         PIC 9(7).
          05 WS-STATE-LATE          PIC 9(7).
       01 WS-RUN-TOTALS.
          05 WS-HIRES-READ          PIC 9(7)     VALUE ZEROS.
          05 WS-CONTRACTORS-EXCLUDED
                                     PIC 9(7)     VALUE ZEROS.
          05 WS-EXCEPTION-COUNT     PIC 9(7)     VALUE ZEROS.
          05 WS-HIRES-REPORTED      PIC 9(7)     VALUE ZEROS.
          05 WS-LATE-COUNT          PIC 9(7)     VALUE ZEROS.
          05 WS-STATES-REPORTED     PIC 9(5)     VALUE ZEROS.
          05 WS-RECORDS-WRITTEN     PIC 9(7)     VALUE ZEROS.

       01 WS-CONTROL-LINE           PIC X(132).

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
      * The hire batch as it was scanned and accepted, kept for the
      * registry entry made at end of run.  Must stay the same
      * length as BT-BATCH.
      *
       01 WS-HIRETRN-BATCH          PIC X(60).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-STAMP-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-STAMP-TIME.
           DISPLAY "RUN STAMP: " WS-RUN-STAMP.
           PERFORM LOG-STEP-START.
           PERFORM READ-PARAMETER-CARDS.
           PERFORM SCAN-HIRE-BATCH.
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           PERFORM OPEN-FILES.
           PERFORM WRITE-NEWHIRE-HEADER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SF-STATE SF-EMPLOYEE-ID
               INPUT PROCEDURE IS SELECT-REPORTABLE-HIRES
               OUTPUT PROCEDURE IS WRITE-STATE-SECTIONS.
           PERFORM WRITE-NEWHIRE-TRAILER.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "HIRES READ:          " WS-HIRES-READ.
           DISPLAY "CONTRACTORS EXCLUDED:" WS-CONTRACTORS-EXCLUDED.
           DISPLAY "EXCEPTIONS:          " WS-EXCEPTION-COUNT.
           DISPLAY "HIRES REPORTED:      " WS-HIRES-REPORTED.
           DISPLAY "REPORTED LATE:       " WS-LATE-COUNT.
           MOVE SPACES TO BT-LOG-NOTE.
           IF WS-EXCEPTION-COUNT > 0 OR WS-LATE-COUNT > 0
              DISPLAY 'NEW-HIRE EXCEPTIONS OR LATE HIRES - SEE NHLIST'
              MOVE 8 TO RETURN-CODE
              MOVE 'EXCEPTIONS OR LATE HIRES - SEE NHLIST'
                  TO BT-LOG-NOTE
           END-IF.
           PERFORM REGISTER-HIRE-BATCH.
           PERFORM LOG-STEP-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * The parameter cards.  Without the employer's FEIN, name and
      * address there is nothing a state will accept, so a missing
      * or bad card stops the run here with return code 12.
      *-----------------------------------------------------------------
       READ-PARAMETER-CARDS.
           MOVE SPACES TO WS-EMPLOYER.
           OPEN INPUT PARAMETER-CARD-FILE.
           IF WS-NHCARD-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PARAMETER-CARD-FILE, STATUS '
                 WS-NHCARD-STATUS
              STOP RUN
           END-IF.
           PERFORM READ-PARAMETER-CARD.
           PERFORM LOAD-ONE-PARAMETER-CARD
               UNTIL END-OF-NHCARD
                  OR WS-CARD-ERROR NOT = SPACES.
           CLOSE PARAMETER-CARD-FILE.
           IF WS-CARD-ERROR = SPACES
              EVALUATE TRUE
                 WHEN NOT EMPLOYER-CARD-READ
                    MOVE 'EMPLOYER CARD (E) MISSING' TO WS-CARD-ERROR
                 WHEN NOT EMPLOYER-CITY-CARD-READ
                    MOVE 'EMPLOYER CITY CARD (C) MISSING'
                        TO WS-CARD-ERROR
              END-EVALUATE
           END-IF.
           IF WS-CARD-ERROR NOT = SPACES
              DISPLAY 'NHCARD ' WS-CARD-ERROR
              DISPLAY 'NEWHIRE-REPORT RUN STOPPED - NOTHING REPORTED'
              MOVE 12 TO RETURN-CODE
              MOVE WS-CARD-ERROR TO BT-LOG-NOTE
              PERFORM LOG-STEP-END
              STOP RUN
           END-IF.
           DISPLAY "DEFAULT DEADLINE:    " WS-DEFAULT-DEADLINE.

       READ-PARAMETER-CARD.
           READ PARAMETER-CARD-FILE
               AT END
                  SET END-OF-NHCARD TO TRUE
           END-READ.

       LOAD-ONE-PARAMETER-CARD.
           EVALUATE TRUE
              WHEN PC-EMPLOYER-CARD
                 IF EC-EMPLOYER-FEIN NOT NUMERIC
                    MOVE 'EMPLOYER FEIN NOT NUMERIC' TO WS-CARD-ERROR
                 ELSE
                    IF EC-EMPLOYER-NAME = SPACES
                          OR EC-EMPLOYER-STREET = SPACES
                       MOVE 'EMPLOYER NAME OR STREET MISSING'
                           TO WS-CARD-ERROR
                    ELSE
                       MOVE EC-EMPLOYER-FEIN TO WS-EMPLOYER-FEIN
                       MOVE EC-EMPLOYER-NAME TO WS-EMPLOYER-NAME
                       MOVE EC-EMPLOYER-STREET TO WS-EMPLOYER-STREET
                       SET EMPLOYER-CARD-READ TO TRUE
                    END-IF
                 END-IF
              WHEN PC-EMPLOYER-CITY-CARD
                 MOVE EA-EMPLOYER-STATE TO WS-FIND-STATE
                 PERFORM FIND-STATE-CODE
                 IF EA-EMPLOYER-CITY = SPACES
                       OR WS-STATE-SUB = 0
                       OR EA-EMPLOYER-ZIP NOT NUMERIC
                    MOVE 'EMPLOYER CITY, STATE OR ZIP NOT VALID'
                        TO WS-CARD-ERROR
                 ELSE
                    MOVE EA-EMPLOYER-CITY TO WS-EMPLOYER-CITY
                    MOVE EA-EMPLOYER-STATE TO WS-EMPLOYER-STATE
                    MOVE EA-EMPLOYER-ZIP TO WS-EMPLOYER-ZIP
                    SET EMPLOYER-CITY-CARD-READ TO TRUE
                 END-IF
              WHEN PC-DEADLINE-CARD
                 PERFORM LOAD-DEADLINE-CARD
              WHEN OTHER
                 MOVE SPACES TO WS-CARD-ERROR
                 STRING 'CARD TYPE ' PC-CARD-TYPE ' NOT KNOWN'
                     DELIMITED BY SIZE INTO WS-CARD-ERROR
           END-EVALUATE.
           PERFORM READ-PARAMETER-CARD.

      *-----------------------------------------------------------------
      * A D card - the default deadline, or one state's own.  A
      * second card for the same state replaces the first.
      *-----------------------------------------------------------------
       LOAD-DEADLINE-CARD.
           MOVE DC-STATE TO WS-FIND-STATE.
           PERFORM FIND-STATE-CODE.
           IF DC-DEADLINE-DAYS NOT NUMERIC
                 OR DC-DEADLINE-DAYS = '000'
              MOVE SPACES TO WS-CARD-ERROR
              STRING 'DEADLINE DAYS NOT VALID FOR ' DC-STATE
                  DELIMITED BY SIZE INTO WS-CARD-ERROR
           ELSE
              IF DC-ALL-STATES
                 MOVE DC-DEADLINE-DAYS TO WS-DEFAULT-DEADLINE
              ELSE
                 IF WS-STATE-SUB = 0
                    MOVE SPACES TO WS-CARD-ERROR
                    STRING 'DEADLINE STATE ' DC-STATE ' NOT KNOWN'
                        DELIMITED BY SIZE INTO WS-CARD-ERROR
                 ELSE
                    PERFORM FIND-STATE-DEADLINE-ENTRY
                    IF WS-DEADLINE-SUB = 0
                       ADD 1 TO WS-DEADLINE-COUNT
                       MOVE WS-DEADLINE-COUNT TO WS-DEADLINE-SUB
                       MOVE DC-STATE
                           TO WS-DEADLINE-STATE (WS-DEADLINE-SUB)
                    END-IF
                    MOVE DC-DEADLINE-DAYS
                        TO WS-DEADLINE-DAYS (WS-DEADLINE-SUB)
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * WS-FIND-STATE in the state code table - WS-STATE-SUB, or
      * zero when it is not a code the states accept.
      *-----------------------------------------------------------------
       FIND-STATE-CODE.
           MOVE 0 TO WS-STATE-SUB.
           PERFORM CHECK-ONE-STATE-CODE
               VARYING WS-STATE-INDEX FROM 1 BY 1
               UNTIL WS-STATE-INDEX > WS-STATE-CODE-COUNT
                  OR WS-STATE-SUB > 0.

       CHECK-ONE-STATE-CODE.
           IF WS-STATE-CODE (WS-STATE-INDEX) = WS-FIND-STATE
              MOVE WS-STATE-INDEX TO WS-STATE-SUB
           END-IF.

       FIND-STATE-DEADLINE-ENTRY.
           MOVE 0 TO WS-DEADLINE-SUB.
           PERFORM CHECK-ONE-DEADLINE-ENTRY
               VARYING WS-DEADLINE-INDEX FROM 1 BY 1
               UNTIL WS-DEADLINE-INDEX > WS-DEADLINE-COUNT
                  OR WS-DEADLINE-SUB > 0.

       CHECK-ONE-DEADLINE-ENTRY.
           IF WS-DEADLINE-STATE (WS-DEADLINE-INDEX) = WS-FIND-STATE
              MOVE WS-DEADLINE-INDEX TO WS-DEADLINE-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Pre-pass over HIRETRN: the detail records are counted and
      * the trailer captured - anything found after the trailer is
      * counted too - then the file is closed again for OPEN-FILES.
      *-----------------------------------------------------------------
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
      * is written.  A batch with no trailer, records after the
      * trailer, a trailer count that does not match, or a batch
      * this program has already reported stops the job with return
      * code 20 and a message naming the batch.
      * BATCH-RELEASE takes a registry entry back off when a batch
      * really does have to be reported again.
      *-----------------------------------------------------------------
       CHECK-BATCH-REGISTRY.
           SET BT-CHECK-BATCH-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.
           IF BT-BATCH-REJECTED
              DISPLAY 'BATCH ' BT-FILE-NAME ' ' BT-BATCH-STAMP
                 ' FROM ' BT-BATCH-PROGRAM
              DISPLAY '   REFUSED - ' BT-LOG-NOTE
              DISPLAY 'NEWHIRE-REPORT RUN STOPPED - NOTHING REPORTED'
              MOVE 20 TO RETURN-CODE
              MOVE SPACES TO BT-LOG-NOTE
              STRING 'REFUSED BATCH ' BT-FILE-NAME ' ' BT-BATCH-STAMP
                  DELIMITED BY SIZE INTO BT-LOG-NOTE
              PERFORM LOG-STEP-END
              STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      * Once NEWHIRE is written the batch goes on the registry
      * against this program and this run's stamp.  The exceptions
      * are keyed by hand, so the batch is registered whether there
      * were any or not.
      *-----------------------------------------------------------------
       REGISTER-HIRE-BATCH.
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
           MOVE 'NEWHIRE-REPORT' TO BT-PROGRAM-NAME.
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
           OPEN INPUT HIRE-TRANS-FILE.
           IF WS-HIRETRN-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN HIRE-TRANS-FILE, STATUS '
                 WS-HIRETRN-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT NEWHIRE-FILE.
           IF WS-NEWHIRE-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN NEWHIRE-FILE, STATUS '
                 WS-NEWHIRE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT CONTROL-LISTING-FILE.
           IF WS-NHLIST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN CONTROL-LISTING-FILE, STATUS '
                 WS-NHLIST-STATUS
              STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE HIRE-TRANS-FILE
           CLOSE NEWHIRE-FILE
           CLOSE CONTROL-LISTING-FILE.

       WRITE-NEWHIRE-HEADER.
           MOVE SPACES TO NEWHIRE-HEADER-RECORD.
           MOVE 'H' TO NH-RECORD-TYPE.
           MOVE WS-EMPLOYER-FEIN TO NH-EMPLOYER-FEIN.
           MOVE WS-EMPLOYER-NAME TO NH-EMPLOYER-NAME.
           MOVE WS-EMPLOYER-STREET TO NH-EMPLOYER-STREET.
           MOVE WS-EMPLOYER-CITY TO NH-EMPLOYER-CITY.
           MOVE WS-EMPLOYER-STATE TO NH-EMPLOYER-STATE.
           MOVE WS-EMPLOYER-ZIP TO NH-EMPLOYER-ZIP.
           MOVE WS-RUN-DATE TO NH-REPORT-DATE.
           MOVE WS-RUN-STAMP TO NH-RUN-STAMP.
           WRITE NEWHIRE-HEADER-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING 'STATE NEW-HIRE REPORTING   REPORT DATE '
                  WS-RUN-DATE '   RUN STAMP ' WS-RUN-STAMP
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING 'EMPLOYER ' WS-EMPLOYER-FEIN ' ' WS-EMPLOYER-NAME
                  '   HIRE BATCH ' BT-BATCH-STAMP
                  ' FROM ' BT-BATCH-PROGRAM
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'EXCEPTIONS - NOT ON THE STATE FILE, REPORT BY HAND'
               TO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.

      *-----------------------------------------------------------------
      * Sort input: each hire looked up on the master.  Contractors
      * are counted and dropped, exceptions are listed and dropped,
      * and everyone else is released with the state's deadline and
      * the days since the hire.
      *-----------------------------------------------------------------
       SELECT-REPORTABLE-HIRES.
           PERFORM READ-HIRE-RECORD.
           PERFORM SELECT-ONE-HIRE UNTIL END-OF-HIRETRN.
           IF WS-EXCEPTION-COUNT = 0
              MOVE '    NONE' TO WS-CONTROL-LINE
              PERFORM WRITE-CONTROL-LINE
           END-IF.

       READ-HIRE-RECORD.
           READ HIRE-TRANS-FILE
               AT END
                  SET END-OF-HIRETRN TO TRUE
               NOT AT END
                  IF HT-BATCH-TRAILER
                     SET END-OF-HIRETRN TO TRUE
                  END-IF
           END-READ.

       SELECT-ONE-HIRE.
           ADD 1 TO WS-HIRES-READ.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE HT-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                  MOVE 'NOT ON THE EMPLOYEE MASTER'
                      TO WS-EXCEPTION-REASON
           END-READ.
           IF WS-EXCEPTION-REASON = SPACES
              IF EMPLOYEE-TYPE = 'C'
                 ADD 1 TO WS-CONTRACTORS-EXCLUDED
              ELSE
                 PERFORM EDIT-ONE-HIRE
                 IF WS-EXCEPTION-REASON = SPACES
                    PERFORM RELEASE-ONE-HIRE
                 END-IF
              END-IF
           END-IF.
           IF WS-EXCEPTION-REASON NOT = SPACES
              PERFORM LIST-ONE-EXCEPTION
           END-IF.
           PERFORM READ-HIRE-RECORD.

      *-----------------------------------------------------------------
      * What a state needs to accept the record: a street, city,
      * known state code and ZIP code, and a date of birth that is
      * a real date before the hire date.  The first thing missing
      * is the reason the hire is kept off the file.
      *-----------------------------------------------------------------
       EDIT-ONE-HIRE.
           MOVE STATE TO WS-FIND-STATE.
           PERFORM FIND-STATE-CODE.
           MOVE 'N' TO WS-BIRTH-DATE-CHECK.
           IF DATE-OF-BIRTH NUMERIC
              MOVE DATE-OF-BIRTH TO WS-CHECKED-DATE
              PERFORM CHECK-CALENDAR-DATE
              MOVE WS-DATE-VALID-SWITCH TO WS-BIRTH-DATE-CHECK
           END-IF.
           MOVE 'N' TO WS-HIRE-DATE-CHECK.
           IF HT-HIRE-DATE NUMERIC
              MOVE HT-HIRE-DATE TO WS-CHECKED-DATE
              PERFORM CHECK-CALENDAR-DATE
              MOVE WS-DATE-VALID-SWITCH TO WS-HIRE-DATE-CHECK
           END-IF.
           EVALUATE TRUE
              WHEN STREET-ADDRESS = SPACES
                 MOVE 'STREET ADDRESS MISSING' TO WS-EXCEPTION-REASON
              WHEN CITY = SPACES
                 MOVE 'CITY MISSING' TO WS-EXCEPTION-REASON
              WHEN STATE = SPACES
                 MOVE 'STATE MISSING' TO WS-EXCEPTION-REASON
              WHEN WS-STATE-SUB = 0
                 MOVE 'STATE CODE NOT VALID' TO WS-EXCEPTION-REASON
              WHEN ZIP-CODE NOT NUMERIC
                 MOVE 'ZIP CODE NOT NUMERIC' TO WS-EXCEPTION-REASON
              WHEN ZIP-CODE = ZEROS
                 MOVE 'ZIP CODE MISSING' TO WS-EXCEPTION-REASON
              WHEN ZIP-EXTENSION NOT NUMERIC
                 MOVE 'ZIP EXTENSION NOT NUMERIC'
                     TO WS-EXCEPTION-REASON
              WHEN DATE-OF-BIRTH NOT NUMERIC
                 MOVE 'DATE OF BIRTH NOT NUMERIC'
                     TO WS-EXCEPTION-REASON
              WHEN DATE-OF-BIRTH = ZEROS
                 MOVE 'DATE OF BIRTH MISSING' TO WS-EXCEPTION-REASON
              WHEN NOT BIRTH-DATE-VALID
                 MOVE 'DATE OF BIRTH NOT A VALID DATE'
                     TO WS-EXCEPTION-REASON
              WHEN NOT HIRE-DATE-VALID
                 MOVE 'HIRE DATE NOT A VALID DATE'
                     TO WS-EXCEPTION-REASON
              WHEN DATE-OF-BIRTH NOT < HT-HIRE-DATE
                 MOVE 'DATE OF BIRTH NOT BEFORE HIRE DATE'
                     TO WS-EXCEPTION-REASON
           END-EVALUATE.

      *-----------------------------------------------------------------
      * WS-CHECKED-DATE is a real calendar date when it survives the
      * trip to a day number and back unchanged - 20260230 comes
      * back as 20260302.  Month and day are range-checked first so
      * the day number has something to work with.
      *-----------------------------------------------------------------
       CHECK-CALENDAR-DATE.
           MOVE WS-CHECKED-DATE TO WS-DATE-WORK-NUM.
           SET CALENDAR-DATE-INVALID TO TRUE.
           IF WS-DATE-YEAR >= 1900
                 AND WS-DATE-MONTH >= 1 AND WS-DATE-MONTH <= 12
                 AND WS-DATE-DAY >= 1 AND WS-DATE-DAY <= 31
              PERFORM COMPUTE-DAY-NUMBER
              PERFORM COMPUTE-DATE-FROM-DAY-NUMBER
              IF WS-DATE-WORK-NUM = WS-CHECKED-DATE
                 SET CALENDAR-DATE-VALID TO TRUE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A hire to report.  The days since the hire run from the hire
      * date to the report date; a hire dated after the report date
      * counts as none.  More days than the state allows is late.
      *-----------------------------------------------------------------
       RELEASE-ONE-HIRE.
           PERFORM FIND-STATE-DEADLINE-ENTRY.
           IF WS-DEADLINE-SUB > 0
              MOVE WS-DEADLINE-DAYS (WS-DEADLINE-SUB)
                  TO WS-STATE-DEADLINE
           ELSE
              MOVE WS-DEFAULT-DEADLINE TO WS-STATE-DEADLINE
           END-IF.
           MOVE HT-HIRE-DATE TO WS-DATE-WORK-NUM.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-HIRE-DAY-NUMBER.
           IF WS-HIRE-DAY-NUMBER < WS-RUN-DAY-NUMBER
              COMPUTE WS-DAYS-SINCE-HIRE =
                 WS-RUN-DAY-NUMBER - WS-HIRE-DAY-NUMBER
           ELSE
              MOVE 0 TO WS-DAYS-SINCE-HIRE
           END-IF.
           IF WS-DAYS-SINCE-HIRE > 9999
              MOVE 9999 TO WS-DAYS-SINCE-HIRE
           END-IF.
           MOVE STATE TO SF-STATE.
           MOVE EMPLOYEE-ID TO SF-EMPLOYEE-ID.
           MOVE LAST-NAME TO SF-LAST-NAME.
           MOVE FIRST-NAME TO SF-FIRST-NAME.
           MOVE MIDDLE-INITIAL TO SF-MIDDLE-INITIAL.
           MOVE STREET-ADDRESS TO SF-STREET-ADDRESS.
           MOVE CITY TO SF-CITY.
           MOVE ZIP-CODE TO SF-ZIP-CODE.
           MOVE ZIP-EXTENSION TO SF-ZIP-EXTENSION.
           MOVE DATE-OF-BIRTH TO SF-DATE-OF-BIRTH.
           MOVE HT-HIRE-DATE TO SF-HIRE-DATE.
           MOVE WS-STATE-DEADLINE TO SF-DEADLINE-DAYS.
           MOVE WS-DAYS-SINCE-HIRE TO SF-DAYS-SINCE-HIRE.
           IF WS-DAYS-SINCE-HIRE > WS-STATE-DEADLINE
              MOVE 'Y' TO SF-LATE-FLAG
           ELSE
              MOVE 'N' TO SF-LATE-FLAG
           END-IF.
           RELEASE SORT-WORK-RECORD.

       LIST-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING '    ' HT-EMPLOYEE-ID ' ' HT-EMPLOYEE-NAME
                  ' HIRED ' HT-HIRE-DATE '  ' WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.

      *-----------------------------------------------------------------
      * Sort output: one section per state - the state header, its
      * hires and its end record - with the late hires and the
      * state's counts on the control listing.
      *-----------------------------------------------------------------
       WRITE-STATE-SECTIONS.
           MOVE SPACES TO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'NEW-HIRE FILE BY STATE' TO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           PERFORM RETURN-SORT-RECORD.
           PERFORM WRITE-ONE-STATE UNTIL END-OF-SORT-FILE.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                  SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       WRITE-ONE-STATE.
           MOVE SF-STATE TO WS-CURRENT-STATE.
           MOVE ZEROS TO WS-STATE-TOTALS.
           ADD 1 TO WS-STATES-REPORTED.
           MOVE SPACES TO NEWHIRE-STATE-HEADER.
           MOVE 'S' TO NS-RECORD-TYPE.
           MOVE SF-STATE TO NS-STATE.
           MOVE SF-DEADLINE-DAYS TO NS-DEADLINE-DAYS.
           WRITE NEWHIRE-STATE-HEADER.
           ADD 1 TO WS-RECORDS-WRITTEN.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING '    STATE ' SF-STATE '   DEADLINE '
                  SF-DEADLINE-DAYS ' DAYS'
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           PERFORM WRITE-ONE-NEWHIRE
               UNTIL END-OF-SORT-FILE
                  OR SF-STATE NOT = WS-CURRENT-STATE.
           MOVE SPACES TO NEWHIRE-STATE-END.
           MOVE 'E' TO NE-RECORD-TYPE.
           MOVE WS-CURRENT-STATE TO NE-STATE.
           MOVE WS-STATE-HIRES TO NE-HIRE-COUNT.
           MOVE WS-STATE-LATE TO NE-LATE-COUNT.
           WRITE NEWHIRE-STATE-END.
           ADD 1 TO WS-RECORDS-WRITTEN.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING '      HIRES REPORTED ' WS-STATE-HIRES
                  '   LATE ' WS-STATE-LATE
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.

       WRITE-ONE-NEWHIRE.
           MOVE SPACES TO NEWHIRE-DETAIL-RECORD.
           MOVE 'D' TO ND-RECORD-TYPE.
           MOVE SF-STATE TO ND-STATE.
           MOVE SF-EMPLOYEE-ID TO ND-EMPLOYEE-ID.
           MOVE SF-LAST-NAME TO ND-LAST-NAME.
           MOVE SF-FIRST-NAME TO ND-FIRST-NAME.
           MOVE SF-MIDDLE-INITIAL TO ND-MIDDLE-INITIAL.
           MOVE SF-STREET-ADDRESS TO ND-STREET-ADDRESS.
           MOVE SF-CITY TO ND-CITY.
           MOVE SF-ZIP-CODE TO ND-ZIP-CODE.
           MOVE SF-ZIP-EXTENSION TO ND-ZIP-EXTENSION.
           MOVE SF-DATE-OF-BIRTH TO ND-DATE-OF-BIRTH.
           MOVE SF-HIRE-DATE TO ND-HIRE-DATE.
           MOVE SF-LATE-FLAG TO ND-LATE-FLAG.
           MOVE SF-DAYS-SINCE-HIRE TO ND-DAYS-SINCE-HIRE.
           WRITE NEWHIRE-DETAIL-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD 1 TO WS-HIRES-REPORTED.
           ADD 1 TO WS-STATE-HIRES.
           IF SF-REPORTED-LATE
              ADD 1 TO WS-LATE-COUNT
              ADD 1 TO WS-STATE-LATE
              MOVE SPACES TO WS-CONTROL-LINE
              STRING '      ' SF-EMPLOYEE-ID ' ' SF-LAST-NAME ' '
                     SF-FIRST-NAME ' HIRED ' SF-HIRE-DATE
                     '  REPORTED LATE - ' SF-DAYS-SINCE-HIRE
                     ' DAYS AFTER HIRE'
                  DELIMITED BY SIZE INTO WS-CONTROL-LINE
              PERFORM WRITE-CONTROL-LINE
           END-IF.
           PERFORM RETURN-SORT-RECORD.

       WRITE-NEWHIRE-TRAILER.
           ADD 1 TO WS-RECORDS-WRITTEN.
           MOVE SPACES TO NEWHIRE-TRAILER-RECORD.
           MOVE 'T' TO NT-RECORD-TYPE.
           MOVE WS-RECORDS-WRITTEN TO NT-RECORD-COUNT.
           MOVE WS-STATES-REPORTED TO NT-STATE-COUNT.
           MOVE WS-HIRES-REPORTED TO NT-HIRE-COUNT.
           MOVE WS-LATE-COUNT TO NT-LATE-COUNT.
           WRITE NEWHIRE-TRAILER-RECORD.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING 'HIRES READ:           ' WS-HIRES-READ
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING 'CONTRACTORS EXCLUDED: ' WS-CONTRACTORS-EXCLUDED
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING 'EXCEPTIONS:           ' WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING 'HIRES REPORTED:       ' WS-HIRES-REPORTED
                  '   STATES: ' WS-STATES-REPORTED
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING 'REPORTED LATE:        ' WS-LATE-COUNT
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING 'RECORDS ON NEWHIRE:   ' WS-RECORDS-WRITTEN
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.

       WRITE-CONTROL-LINE.
           MOVE WS-CONTROL-LINE TO CONTROL-LISTING-LINE.
           WRITE CONTROL-LISTING-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.

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
