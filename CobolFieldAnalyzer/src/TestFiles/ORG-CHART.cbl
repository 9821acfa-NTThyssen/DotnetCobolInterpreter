      *****************************************************************
      * PROGRAM-ID    ORG-CHART
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * Organization chart from the SUPERVISOR-ID on the employee
      * master.  The whole master is loaded into a table in
      * EMPLOYEE-ID order and every active employee is linked to
      * their supervisor.  The report has one section per
      * department on DEPTMAST, headed with the department name,
      * showing the reporting chain indented two places per level
      * with each person's span of control - the count of active
      * direct reports, wherever in the company they sit - and a
      * department summary of supervisors and spans.
      *
      * Inside a department the chain starts from anyone with no
      * supervisor, anyone whose supervisor is in another
      * department (the line shows who they report to) and anyone
      * whose supervisor is no longer usable.  The last are listed
      * again at the end under REPORTING EXCEPTIONS with the reason:
      * the supervisor is terminated or otherwise not active on the
      * master, has been purged to the archive (EMPARCH, optional),
      * or is not on file anywhere.
      *
      * A chain that climbs back to where it started is a reporting
      * loop.  Everyone in the loop is flagged REPORTING LOOP and
      * everyone whose chain runs up into a loop is flagged REPORTS
      * INTO LOOP, in the exceptions section; loop members are never
      * printed as part of a department chain since the chain has no
      * top.  Inactive, suspended and terminated employees are not
      * charted.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-CHART.
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

           SELECT ARCHIVE-FILE
               ASSIGN TO "EMPARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPARCH-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPARTMENT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT ORG-CHART-FILE
               ASSIGN TO "ORGCHART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORGCHART-STATUS.

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
      * Purged employee records as EMPLOYEE-ARCHIVE writes them.
      * Only the key is looked at here.
      *
       FD  ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 388 TO 1863 CHARACTERS
               DEPENDING ON WS-ARCHIVE-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 ARCHIVE-RECORD.
          05 AR-EMPLOYEE-ID         PIC 9(6).
          05 FILLER                 PIC X(1857).

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

       FD  ORG-CHART-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORG-CHART-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * File status and switches.
      *
       01 WS-FILE-STATUSES.
          05 WS-EMPMAST-STATUS      PIC X(2).
          05 WS-EMPARCH-STATUS      PIC X(2).
          05 WS-DEPTMAST-STATUS     PIC X(2).
          05 WS-ORGCHART-STATUS     PIC X(2).

       01 WS-EMPMAST-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-EMPMAST                      VALUE 'Y'.

       01 WS-EMPARCH-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-EMPARCH                      VALUE 'Y'.

       01 WS-DEPTMAST-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-DEPTMAST                     VALUE 'Y'.

       01 WS-TREE-SWITCH            PIC X(1)     VALUE 'N'.
          88 TREE-COMPLETE                       VALUE 'Y'.
          88 TREE-CONTINUES                      VALUE 'N'.

       01 WS-CLIMB-SWITCH           PIC X(1)     VALUE 'N'.
          88 CLIMB-COMPLETE                      VALUE 'Y'.
          88 CLIMB-CONTINUES                     VALUE 'N'.

       01 WS-WALK-SWITCH            PIC X(1)     VALUE 'N'.
          88 WALK-COMPLETE                       VALUE 'Y'.
          88 WALK-CONTINUES                      VALUE 'N'.

      *
      * RECORD IS VARYING ... DEPENDING ON targets - set by the READ
      * itself; neither file is written here.
      *
       01 WS-MASTER-RECORD-LENGTH   PIC 9(4) COMP.
       01 WS-ARCHIVE-RECORD-LENGTH  PIC 9(4) COMP.

      *
      * Department table from DEPTMAST.  The last entry
      * (WS-DEPT-COUNT) is the catch-all for unknown departments.
      *
       01 WS-DEPT-CHART-TABLE.
          05 WS-DEPT-CHART OCCURS 50 TIMES.
             10 WS-DEPT-CHART-CODE  PIC X(3).
             10 WS-DEPT-CHART-NAME  PIC X(20).
             10 WS-DEPT-CHART-STATUS
                                     PIC X(1).
                88 WS-DEPT-CHART-CLOSED         VALUE 'C'.

      *
      * The employee table, one entry per master record in
      * EMPLOYEE-ID order so a supervisor can be found by a binary
      * search.  The child links chain each supervisor's direct
      * reports in the same department, first to last, for the
      * chart walk:
      *   SUPERVISOR-SUB  entry of the supervisor, when active
      *   FIRST/LAST-CHILD, NEXT-SIBLING  the department chain
      *   DIRECT-COUNT    active direct reports, any department
      *   LINK-TYPE       how the employee hangs on the chart
      *   CHAIN-STATE     result of the loop check
      *
       01 WS-ORG-TABLE.
          05 WS-ORG-ENTRY OCCURS 5000 TIMES.
             10 WS-ORG-EMPLOYEE-ID  PIC 9(6).
             10 WS-ORG-SUPERVISOR-ID
                                     PIC 9(6).
             10 WS-ORG-FIRST-NAME   PIC X(15).
             10 WS-ORG-LAST-NAME    PIC X(20).
             10 WS-ORG-JOB-TITLE    PIC X(20).
             10 WS-ORG-STATUS       PIC X(1).
                88 WS-ORG-ACTIVE                VALUE 'A'.
             10 WS-ORG-TERMINATION-DATE
                                     PIC 9(8).
             10 WS-ORG-DEPT-SUB     PIC 9(2)     COMP.
             10 WS-ORG-SUPERVISOR-SUB
                                     PIC 9(4)     COMP.
             10 WS-ORG-FIRST-CHILD  PIC 9(4)     COMP.
             10 WS-ORG-LAST-CHILD   PIC 9(4)     COMP.
             10 WS-ORG-NEXT-SIBLING PIC 9(4)     COMP.
             10 WS-ORG-DIRECT-COUNT PIC 9(4)     COMP.
             10 WS-ORG-LINK-TYPE    PIC X(1).
                88 LINK-NOT-CHARTED             VALUE ' '.
                88 LINK-TOP-OF-CHAIN            VALUE 'T'.
                88 LINK-IN-DEPARTMENT           VALUE 'N'.
                88 LINK-OTHER-DEPARTMENT        VALUE 'X'.
                88 LINK-SUPERVISOR-INACTIVE     VALUE 'I'.
                88 LINK-SUPERVISOR-ARCHIVED     VALUE 'A'.
                88 LINK-SUPERVISOR-MISSING      VALUE 'M'.
                88 LINK-STARTS-CHAIN            VALUE 'T' 'X'
                                                      'I' 'A' 'M'.
                88 LINK-ORPHANED                VALUE 'I' 'A' 'M'.
             10 WS-ORG-CHAIN-STATE  PIC X(1).
                88 CHAIN-NOT-CHECKED            VALUE ' '.
                88 CHAIN-REACHES-TOP            VALUE 'T'.
                88 CHAIN-IN-LOOP                VALUE 'L'.
                88 CHAIN-UNDER-LOOP             VALUE 'U'.
       01 WS-ORG-COUNT              PIC 9(4)     COMP VALUE 0.

      *
      * Supervisor IDs not on the master, looked for on the archive.
      *
       01 WS-MISSING-TABLE.
          05 WS-MISSING-ENTRY OCCURS 500 TIMES.
             10 WS-MISSING-ID       PIC 9(6).
             10 WS-MISSING-ARCHIVED PIC X(1).
       01 WS-MISSING-COUNT          PIC 9(4)     COMP VALUE 0.

      *
      * Binary search and chart walk work areas.
      *
       01 WS-SEARCH-AREA.
          05 WS-FIND-ID             PIC 9(6).
          05 WS-FIND-SUB            PIC 9(4)     COMP.
          05 WS-SEARCH-LOW          PIC 9(4)     COMP.
          05 WS-SEARCH-HIGH         PIC 9(4)     COMP.
          05 WS-SEARCH-MID          PIC 9(4)     COMP.

       01 WS-WALK-AREA.
          05 WS-ROOT-SUB            PIC 9(4)     COMP.
          05 WS-CURRENT-SUB         PIC 9(4)     COMP.
          05 WS-WALK-SUB            PIC 9(4)     COMP.
          05 WS-WALK-STEPS          PIC 9(4)     COMP.
          05 WS-CHART-DEPTH         PIC 9(4)     COMP.
          05 WS-INDENT              PIC 9(3)     COMP.
          05 WS-STRING-POINTER      PIC 9(3)     COMP.

      *
      * Department summary, built as the chart prints.
      *
       01 WS-DEPT-TOTALS.
          05 WS-DEPT-EMPLOYEES      PIC 9(5).
          05 WS-DEPT-SUPERVISORS    PIC 9(5).
          05 WS-DEPT-REPORTS        PIC 9(5).
          05 WS-DEPT-WIDEST-SPAN    PIC 9(4).
          05 WS-DEPT-LEVELS         PIC 9(4).
       01 WS-AVERAGE-SPAN           PIC 9(4)V9.
       01 WS-AVERAGE-SPAN-EDIT      PIC ZZZ9.9.

       01 WS-EXCEPTION-TOTALS.
          05 WS-ORPHAN-COUNT        PIC 9(5)     VALUE ZEROS.
          05 WS-LOOP-COUNT          PIC 9(5)     VALUE ZEROS.
          05 WS-UNDER-LOOP-COUNT    PIC 9(5)     VALUE ZEROS.

       01 WS-SPAN-DISPLAY           PIC 9(4).
       01 WS-REASON-TEXT            PIC X(24).

       01 WS-SUBSCRIPTS.
          05 WS-ORG-INDEX           PIC 9(4)     COMP.
          05 WS-MISSING-INDEX       PIC 9(4)     COMP.
          05 WS-DEPT-INDEX          PIC 9(2)     COMP.
          05 WS-DEPT-SUB            PIC 9(2)     COMP.
          05 WS-DEPT-COUNT          PIC 9(2)     COMP.

       01 WS-CHART-LINE             PIC X(132).

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
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-STAMP-TIME.
           DISPLAY "RUN STAMP: " WS-RUN-STAMP.
           PERFORM LOG-STEP-START.
           MOVE SPACES TO WS-DEPT-CHART-TABLE.
           PERFORM LOAD-DEPARTMENT-TABLE.
           PERFORM LOAD-EMPLOYEE-TABLE.
           PERFORM LINK-ONE-EMPLOYEE
               VARYING WS-ORG-INDEX FROM 1 BY 1
               UNTIL WS-ORG-INDEX > WS-ORG-COUNT.
           IF WS-MISSING-COUNT > 0
              PERFORM CHECK-ARCHIVE-FOR-MISSING
           END-IF.
           PERFORM CHECK-ONE-CHAIN
               VARYING WS-ORG-INDEX FROM 1 BY 1
               UNTIL WS-ORG-INDEX > WS-ORG-COUNT.
           OPEN OUTPUT ORG-CHART-FILE.
           IF WS-ORGCHART-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN ORG-CHART-FILE, STATUS '
                 WS-ORGCHART-STATUS
              STOP RUN
           END-IF.
           PERFORM PRINT-ONE-DEPT-CHART
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT.
           PERFORM PRINT-EXCEPTIONS.
           CLOSE ORG-CHART-FILE.
           PERFORM LOG-STEP-END.
           STOP RUN.

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
           MOVE '???' TO WS-DEPT-CHART-CODE (WS-DEPT-COUNT).
           MOVE 'UNASSIGNED' TO WS-DEPT-CHART-NAME (WS-DEPT-COUNT).
           MOVE 'A' TO WS-DEPT-CHART-STATUS (WS-DEPT-COUNT).

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
              TO WS-DEPT-CHART-CODE (WS-DEPT-COUNT).
           MOVE DM-DEPARTMENT-NAME
              TO WS-DEPT-CHART-NAME (WS-DEPT-COUNT).
           MOVE DM-DEPARTMENT-STATUS
              TO WS-DEPT-CHART-STATUS (WS-DEPT-COUNT).
           PERFORM READ-DEPARTMENT-RECORD.

       READ-DEPARTMENT-RECORD.
           READ DEPARTMENT-FILE
               AT END
                  SET END-OF-DEPTMAST TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * The whole master into the employee table.  The primary key
      * order of the read is what lets FIND-ORG-ENTRY binary search.
      *-----------------------------------------------------------------
       LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS '
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.
           PERFORM READ-MASTER-RECORD.
           PERFORM LOAD-ONE-EMPLOYEE UNTIL END-OF-EMPMAST.
           CLOSE EMPLOYEE-MASTER-FILE.

       LOAD-ONE-EMPLOYEE.
           IF WS-ORG-COUNT >= 5000
              DISPLAY 'MORE THAN 5000 EMPLOYEES ON EMPMAST - '
                 'RUN STOPPED'
              MOVE 12 TO RETURN-CODE
              PERFORM LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-ORG-COUNT.
           MOVE EMPLOYEE-ID TO WS-ORG-EMPLOYEE-ID (WS-ORG-COUNT).
           MOVE SUPERVISOR-ID TO WS-ORG-SUPERVISOR-ID (WS-ORG-COUNT).
           MOVE FIRST-NAME TO WS-ORG-FIRST-NAME (WS-ORG-COUNT).
           MOVE LAST-NAME TO WS-ORG-LAST-NAME (WS-ORG-COUNT).
           MOVE JOB-TITLE TO WS-ORG-JOB-TITLE (WS-ORG-COUNT).
           MOVE EMPLOYEE-STATUS TO WS-ORG-STATUS (WS-ORG-COUNT).
           MOVE TERMINATION-DATE
              TO WS-ORG-TERMINATION-DATE (WS-ORG-COUNT).
           PERFORM FIND-DEPT-CHART.
           MOVE WS-DEPT-SUB TO WS-ORG-DEPT-SUB (WS-ORG-COUNT).
           MOVE 0 TO WS-ORG-SUPERVISOR-SUB (WS-ORG-COUNT).
           MOVE 0 TO WS-ORG-FIRST-CHILD (WS-ORG-COUNT).
           MOVE 0 TO WS-ORG-LAST-CHILD (WS-ORG-COUNT).
           MOVE 0 TO WS-ORG-NEXT-SIBLING (WS-ORG-COUNT).
           MOVE 0 TO WS-ORG-DIRECT-COUNT (WS-ORG-COUNT).
           MOVE SPACE TO WS-ORG-LINK-TYPE (WS-ORG-COUNT).
           MOVE SPACE TO WS-ORG-CHAIN-STATE (WS-ORG-COUNT).
           PERFORM READ-MASTER-RECORD.

       READ-MASTER-RECORD.
           READ EMPLOYEE-MASTER-FILE
               AT END
                  SET END-OF-EMPMAST TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * Locates the department entry for the current master record.
      * Unknown codes fall through to the catch-all entry.
      *-----------------------------------------------------------------
       FIND-DEPT-CHART.
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
           PERFORM CHECK-ONE-DEPT-CHART
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX >= WS-DEPT-COUNT.

       CHECK-ONE-DEPT-CHART.
           IF DEPARTMENT-CODE (1:3)
                 = WS-DEPT-CHART-CODE (WS-DEPT-INDEX)
              MOVE WS-DEPT-INDEX TO WS-DEPT-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Binary search of the employee table for WS-FIND-ID.
      * WS-FIND-SUB comes back zero when the ID is not on the master.
      *-----------------------------------------------------------------
       FIND-ORG-ENTRY.
           MOVE 0 TO WS-FIND-SUB.
           MOVE 1 TO WS-SEARCH-LOW.
           MOVE WS-ORG-COUNT TO WS-SEARCH-HIGH.
           PERFORM PROBE-ORG-TABLE
               UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH
                  OR WS-FIND-SUB NOT = 0.

       PROBE-ORG-TABLE.
           COMPUTE WS-SEARCH-MID =
              (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2.
           EVALUATE TRUE
              WHEN WS-ORG-EMPLOYEE-ID (WS-SEARCH-MID) = WS-FIND-ID
                 MOVE WS-SEARCH-MID TO WS-FIND-SUB
              WHEN WS-ORG-EMPLOYEE-ID (WS-SEARCH-MID) < WS-FIND-ID
                 COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Hangs one active employee on the chart.  A usable supervisor
      * is active on the master; the employee counts toward their
      * span and, in the same department, joins their chain of
      * direct reports.  A supervisor not on the master at all is
      * remembered for the archive check.
      *-----------------------------------------------------------------
       LINK-ONE-EMPLOYEE.
           IF WS-ORG-ACTIVE (WS-ORG-INDEX)
              IF WS-ORG-SUPERVISOR-ID (WS-ORG-INDEX) = ZEROS
                 SET LINK-TOP-OF-CHAIN (WS-ORG-INDEX) TO TRUE
              ELSE
                 MOVE WS-ORG-SUPERVISOR-ID (WS-ORG-INDEX)
                    TO WS-FIND-ID
                 PERFORM FIND-ORG-ENTRY
                 EVALUATE TRUE
                    WHEN WS-FIND-SUB = 0
                       SET LINK-SUPERVISOR-MISSING (WS-ORG-INDEX)
                          TO TRUE
                       PERFORM NOTE-MISSING-SUPERVISOR
                    WHEN NOT WS-ORG-ACTIVE (WS-FIND-SUB)
                       SET LINK-SUPERVISOR-INACTIVE (WS-ORG-INDEX)
                          TO TRUE
                    WHEN OTHER
                       PERFORM LINK-TO-SUPERVISOR
                 END-EVALUATE
              END-IF
           END-IF.

       LINK-TO-SUPERVISOR.
           MOVE WS-FIND-SUB TO WS-ORG-SUPERVISOR-SUB (WS-ORG-INDEX).
           ADD 1 TO WS-ORG-DIRECT-COUNT (WS-FIND-SUB).
           IF WS-ORG-DEPT-SUB (WS-FIND-SUB)
                 = WS-ORG-DEPT-SUB (WS-ORG-INDEX)
              SET LINK-IN-DEPARTMENT (WS-ORG-INDEX) TO TRUE
              IF WS-ORG-LAST-CHILD (WS-FIND-SUB) = 0
                 MOVE WS-ORG-INDEX TO WS-ORG-FIRST-CHILD (WS-FIND-SUB)
              ELSE
                 MOVE WS-ORG-LAST-CHILD (WS-FIND-SUB) TO WS-WALK-SUB
                 MOVE WS-ORG-INDEX TO WS-ORG-NEXT-SIBLING (WS-WALK-SUB)
              END-IF
              MOVE WS-ORG-INDEX TO WS-ORG-LAST-CHILD (WS-FIND-SUB)
           ELSE
              SET LINK-OTHER-DEPARTMENT (WS-ORG-INDEX) TO TRUE
           END-IF.

       NOTE-MISSING-SUPERVISOR.
           MOVE 0 TO WS-FIND-SUB.
           PERFORM CHECK-ONE-MISSING-ID
               VARYING WS-MISSING-INDEX FROM 1 BY 1
               UNTIL WS-MISSING-INDEX > WS-MISSING-COUNT.
           IF WS-FIND-SUB = 0
              IF WS-MISSING-COUNT >= 500
                 DISPLAY 'MORE THAN 500 SUPERVISORS NOT ON EMPMAST - '
                    'RUN STOPPED'
                 MOVE 12 TO RETURN-CODE
                 PERFORM LOG-STEP-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-MISSING-COUNT
              MOVE WS-FIND-ID TO WS-MISSING-ID (WS-MISSING-COUNT)
              MOVE 'N' TO WS-MISSING-ARCHIVED (WS-MISSING-COUNT)
           END-IF.

       CHECK-ONE-MISSING-ID.
           IF WS-MISSING-ID (WS-MISSING-INDEX) = WS-FIND-ID
              MOVE WS-MISSING-INDEX TO WS-FIND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * One pass of the archive against the missing supervisors.
      * The archive is optional - without it every missing
      * supervisor is reported as not on file.  Employees whose
      * supervisor turned up there are then relabelled.
      *-----------------------------------------------------------------
       CHECK-ARCHIVE-FOR-MISSING.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-EMPARCH-STATUS = '00'
              PERFORM READ-ARCHIVE-RECORD
              PERFORM MATCH-ONE-ARCHIVE-RECORD UNTIL END-OF-EMPARCH
              CLOSE ARCHIVE-FILE
              PERFORM MARK-ONE-ARCHIVED-LINK
                  VARYING WS-ORG-INDEX FROM 1 BY 1
                  UNTIL WS-ORG-INDEX > WS-ORG-COUNT
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                  SET END-OF-EMPARCH TO TRUE
           END-READ.

       MATCH-ONE-ARCHIVE-RECORD.
           MOVE AR-EMPLOYEE-ID TO WS-FIND-ID.
           MOVE 0 TO WS-FIND-SUB.
           PERFORM CHECK-ONE-MISSING-ID
               VARYING WS-MISSING-INDEX FROM 1 BY 1
               UNTIL WS-MISSING-INDEX > WS-MISSING-COUNT.
           IF WS-FIND-SUB NOT = 0
              MOVE 'Y' TO WS-MISSING-ARCHIVED (WS-FIND-SUB)
           END-IF.
           PERFORM READ-ARCHIVE-RECORD.

       MARK-ONE-ARCHIVED-LINK.
           IF LINK-SUPERVISOR-MISSING (WS-ORG-INDEX)
              MOVE WS-ORG-SUPERVISOR-ID (WS-ORG-INDEX) TO WS-FIND-ID
              MOVE 0 TO WS-FIND-SUB
              PERFORM CHECK-ONE-MISSING-ID
                  VARYING WS-MISSING-INDEX FROM 1 BY 1
                  UNTIL WS-MISSING-INDEX > WS-MISSING-COUNT
              IF WS-FIND-SUB NOT = 0
                 IF WS-MISSING-ARCHIVED (WS-FIND-SUB) = 'Y'
                    SET LINK-SUPERVISOR-ARCHIVED (WS-ORG-INDEX)
                       TO TRUE
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Loop check for one linked employee: climb the supervisor
      * chain until it reaches someone already known to reach the
      * top, someone at the top, or comes back round.  A chain that
      * runs longer than the table without coming back to the
      * starting employee, or meets one already found to be, is
      * hanging under a loop.
      *-----------------------------------------------------------------
       CHECK-ONE-CHAIN.
           IF LINK-IN-DEPARTMENT (WS-ORG-INDEX)
                 OR LINK-OTHER-DEPARTMENT (WS-ORG-INDEX)
              MOVE WS-ORG-INDEX TO WS-WALK-SUB
              MOVE 0 TO WS-WALK-STEPS
              SET WALK-CONTINUES TO TRUE
              PERFORM CLIMB-ONE-SUPERVISOR UNTIL WALK-COMPLETE
           ELSE
              IF NOT LINK-NOT-CHARTED (WS-ORG-INDEX)
                 SET CHAIN-REACHES-TOP (WS-ORG-INDEX) TO TRUE
              END-IF
           END-IF.

       CLIMB-ONE-SUPERVISOR.
           MOVE WS-ORG-SUPERVISOR-SUB (WS-WALK-SUB) TO WS-WALK-SUB.
           ADD 1 TO WS-WALK-STEPS.
           EVALUATE TRUE
              WHEN WS-WALK-SUB = WS-ORG-INDEX
                 SET CHAIN-IN-LOOP (WS-ORG-INDEX) TO TRUE
                 ADD 1 TO WS-LOOP-COUNT
                 SET WALK-COMPLETE TO TRUE
              WHEN CHAIN-UNDER-LOOP (WS-WALK-SUB)
                 SET CHAIN-UNDER-LOOP (WS-ORG-INDEX) TO TRUE
                 ADD 1 TO WS-UNDER-LOOP-COUNT
                 SET WALK-COMPLETE TO TRUE
              WHEN CHAIN-REACHES-TOP (WS-WALK-SUB)
                 OR NOT (LINK-IN-DEPARTMENT (WS-WALK-SUB)
                      OR LINK-OTHER-DEPARTMENT (WS-WALK-SUB))
                 SET CHAIN-REACHES-TOP (WS-ORG-INDEX) TO TRUE
                 SET WALK-COMPLETE TO TRUE
              WHEN WS-WALK-STEPS > WS-ORG-COUNT
                 SET CHAIN-UNDER-LOOP (WS-ORG-INDEX) TO TRUE
                 ADD 1 TO WS-UNDER-LOOP-COUNT
                 SET WALK-COMPLETE TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * One chart section per department.  A closed department, or
      * the catch-all, with nobody active in it is left off.  Each
      * chain starts from an employee who reaches the top of their
      * department - a loop member is never a chain start.
      *-----------------------------------------------------------------
       PRINT-ONE-DEPT-CHART.
           MOVE ZEROS TO WS-DEPT-TOTALS.
           PERFORM COUNT-ONE-DEPT-EMPLOYEE
               VARYING WS-ORG-INDEX FROM 1 BY 1
               UNTIL WS-ORG-INDEX > WS-ORG-COUNT.
           IF (WS-DEPT-CHART-CLOSED (WS-DEPT-INDEX)
                 OR WS-DEPT-INDEX = WS-DEPT-COUNT)
              AND WS-DEPT-EMPLOYEES = ZEROS
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CHART-LINE
              STRING 'DEPARTMENT ' WS-DEPT-CHART-CODE (WS-DEPT-INDEX)
                     ' ' WS-DEPT-CHART-NAME (WS-DEPT-INDEX)
                  DELIMITED BY SIZE INTO WS-CHART-LINE
              PERFORM WRITE-CHART-LINE
              PERFORM PRINT-ONE-CHAIN-START
                  VARYING WS-ROOT-SUB FROM 1 BY 1
                  UNTIL WS-ROOT-SUB > WS-ORG-COUNT
              PERFORM PRINT-DEPT-SUMMARY
           END-IF.

       COUNT-ONE-DEPT-EMPLOYEE.
           IF WS-ORG-ACTIVE (WS-ORG-INDEX)
                 AND WS-ORG-DEPT-SUB (WS-ORG-INDEX) = WS-DEPT-INDEX
              ADD 1 TO WS-DEPT-EMPLOYEES
           END-IF.

       PRINT-ONE-CHAIN-START.
           IF WS-ORG-DEPT-SUB (WS-ROOT-SUB) = WS-DEPT-INDEX
                 AND LINK-STARTS-CHAIN (WS-ROOT-SUB)
                 AND NOT CHAIN-IN-LOOP (WS-ROOT-SUB)
                 AND NOT CHAIN-UNDER-LOOP (WS-ROOT-SUB)
              PERFORM PRINT-ONE-CHAIN
           END-IF.

      *-----------------------------------------------------------------
      * Walks one chain top-down, depth first, through the child
      * links: down to the first report when there is one, else
      * across to the next report of the same supervisor, climbing
      * back up until there is one or the chain start is reached.
      *-----------------------------------------------------------------
       PRINT-ONE-CHAIN.
           MOVE WS-ROOT-SUB TO WS-CURRENT-SUB.
           MOVE 0 TO WS-CHART-DEPTH.
           PERFORM PRINT-CHART-ENTRY.
           SET TREE-CONTINUES TO TRUE.
           PERFORM STEP-THROUGH-CHAIN UNTIL TREE-COMPLETE.

       STEP-THROUGH-CHAIN.
           IF WS-ORG-FIRST-CHILD (WS-CURRENT-SUB) NOT = 0
              MOVE WS-ORG-FIRST-CHILD (WS-CURRENT-SUB)
                 TO WS-CURRENT-SUB
              ADD 1 TO WS-CHART-DEPTH
              PERFORM PRINT-CHART-ENTRY
           ELSE
              SET CLIMB-CONTINUES TO TRUE
              PERFORM CLIMB-TO-NEXT-SIBLING UNTIL CLIMB-COMPLETE
           END-IF.

       CLIMB-TO-NEXT-SIBLING.
           EVALUATE TRUE
              WHEN WS-CURRENT-SUB = WS-ROOT-SUB
                 SET TREE-COMPLETE TO TRUE
                 SET CLIMB-COMPLETE TO TRUE
              WHEN WS-ORG-NEXT-SIBLING (WS-CURRENT-SUB) NOT = 0
                 MOVE WS-ORG-NEXT-SIBLING (WS-CURRENT-SUB)
                    TO WS-CURRENT-SUB
                 PERFORM PRINT-CHART-ENTRY
                 SET CLIMB-COMPLETE TO TRUE
              WHEN OTHER
                 MOVE WS-ORG-SUPERVISOR-SUB (WS-CURRENT-SUB)
                    TO WS-CURRENT-SUB
                 SUBTRACT 1 FROM WS-CHART-DEPTH
           END-EVALUATE.

      *-----------------------------------------------------------------
      * One chart line, indented two places per level (held at
      * twenty levels so a deep chain still fits the line), and the
      * rollup into the department summary.  A chain start shows
      * why it starts a chain when it has a supervisor at all.
      *-----------------------------------------------------------------
       PRINT-CHART-ENTRY.
           IF WS-CHART-DEPTH > 20
              COMPUTE WS-INDENT = 20 * 2
           ELSE
              COMPUTE WS-INDENT = WS-CHART-DEPTH * 2
           END-IF.
           IF WS-CHART-DEPTH + 1 > WS-DEPT-LEVELS
              COMPUTE WS-DEPT-LEVELS = WS-CHART-DEPTH + 1
           END-IF.
           MOVE WS-ORG-DIRECT-COUNT (WS-CURRENT-SUB) TO WS-SPAN-DISPLAY.
           IF WS-SPAN-DISPLAY > 0
              ADD 1 TO WS-DEPT-SUPERVISORS
              ADD WS-SPAN-DISPLAY TO WS-DEPT-REPORTS
              IF WS-SPAN-DISPLAY > WS-DEPT-WIDEST-SPAN
                 MOVE WS-SPAN-DISPLAY TO WS-DEPT-WIDEST-SPAN
              END-IF
           END-IF.
           MOVE SPACES TO WS-CHART-LINE.
           COMPUTE WS-STRING-POINTER = WS-INDENT + 3.
           STRING WS-ORG-EMPLOYEE-ID (WS-CURRENT-SUB) ' '
                  WS-ORG-FIRST-NAME (WS-CURRENT-SUB) ' '
                  WS-ORG-LAST-NAME (WS-CURRENT-SUB) ' '
                  WS-ORG-JOB-TITLE (WS-CURRENT-SUB)
                  ' SPAN ' WS-SPAN-DISPLAY
               DELIMITED BY SIZE INTO WS-CHART-LINE
               WITH POINTER WS-STRING-POINTER.
           IF WS-CURRENT-SUB = WS-ROOT-SUB
              EVALUATE TRUE
                 WHEN LINK-OTHER-DEPARTMENT (WS-CURRENT-SUB)
                    MOVE WS-ORG-SUPERVISOR-SUB (WS-CURRENT-SUB)
                       TO WS-WALK-SUB
                    MOVE WS-ORG-DEPT-SUB (WS-WALK-SUB) TO WS-DEPT-SUB
                    STRING ' REPORTS TO '
                           WS-ORG-SUPERVISOR-ID (WS-CURRENT-SUB)
                           ' DEPT ' WS-DEPT-CHART-CODE (WS-DEPT-SUB)
                        DELIMITED BY SIZE INTO WS-CHART-LINE
                        WITH POINTER WS-STRING-POINTER
                 WHEN LINK-ORPHANED (WS-CURRENT-SUB)
                    STRING ' SUPERVISOR '
                           WS-ORG-SUPERVISOR-ID (WS-CURRENT-SUB)
                           ' - SEE EXCEPTIONS'
                        DELIMITED BY SIZE INTO WS-CHART-LINE
                        WITH POINTER WS-STRING-POINTER
              END-EVALUATE
           END-IF.
           PERFORM WRITE-CHART-LINE.

       PRINT-DEPT-SUMMARY.
           IF WS-DEPT-SUPERVISORS > 0
              COMPUTE WS-AVERAGE-SPAN ROUNDED =
                 WS-DEPT-REPORTS / WS-DEPT-SUPERVISORS
           ELSE
              MOVE 0 TO WS-AVERAGE-SPAN
           END-IF.
           MOVE WS-AVERAGE-SPAN TO WS-AVERAGE-SPAN-EDIT.
           MOVE SPACES TO WS-CHART-LINE.
           STRING '  ACTIVE EMPLOYEES:  ' WS-DEPT-EMPLOYEES
                  '   LEVELS: ' WS-DEPT-LEVELS
               DELIMITED BY SIZE INTO WS-CHART-LINE.
           PERFORM WRITE-CHART-LINE.
           MOVE SPACES TO WS-CHART-LINE.
           STRING '  SUPERVISORS:       ' WS-DEPT-SUPERVISORS
                  '   WIDEST SPAN: ' WS-DEPT-WIDEST-SPAN
                  '   AVERAGE SPAN: ' WS-AVERAGE-SPAN-EDIT
               DELIMITED BY SIZE INTO WS-CHART-LINE.
           PERFORM WRITE-CHART-LINE.

      *-----------------------------------------------------------------
      * Everyone charted under a supervisor who is not usable, and
      * everyone caught in or under a reporting loop, with the
      * counts.
      *-----------------------------------------------------------------
       PRINT-EXCEPTIONS.
           MOVE 'REPORTING EXCEPTIONS' TO WS-CHART-LINE.
           PERFORM WRITE-CHART-LINE.
           PERFORM PRINT-ONE-EXCEPTION
               VARYING WS-ORG-INDEX FROM 1 BY 1
               UNTIL WS-ORG-INDEX > WS-ORG-COUNT.
           MOVE SPACES TO WS-CHART-LINE.
           STRING '  SUPERVISOR NOT USABLE: ' WS-ORPHAN-COUNT
               DELIMITED BY SIZE INTO WS-CHART-LINE.
           PERFORM WRITE-CHART-LINE.
           MOVE SPACES TO WS-CHART-LINE.
           STRING '  REPORTING LOOP:        ' WS-LOOP-COUNT
               DELIMITED BY SIZE INTO WS-CHART-LINE.
           PERFORM WRITE-CHART-LINE.
           MOVE SPACES TO WS-CHART-LINE.
           STRING '  REPORTS INTO LOOP:     ' WS-UNDER-LOOP-COUNT
               DELIMITED BY SIZE INTO WS-CHART-LINE.
           PERFORM WRITE-CHART-LINE.

       PRINT-ONE-EXCEPTION.
           MOVE SPACES TO WS-REASON-TEXT.
           EVALUATE TRUE
              WHEN LINK-SUPERVISOR-INACTIVE (WS-ORG-INDEX)
                 MOVE WS-ORG-SUPERVISOR-ID (WS-ORG-INDEX) TO WS-FIND-ID
                 PERFORM FIND-ORG-ENTRY
                 IF WS-ORG-TERMINATION-DATE (WS-FIND-SUB) NOT = ZEROS
                    MOVE 'SUPERVISOR TERMINATED' TO WS-REASON-TEXT
                 ELSE
                    MOVE 'SUPERVISOR NOT ACTIVE' TO WS-REASON-TEXT
                 END-IF
                 ADD 1 TO WS-ORPHAN-COUNT
              WHEN LINK-SUPERVISOR-ARCHIVED (WS-ORG-INDEX)
                 MOVE 'SUPERVISOR ARCHIVED' TO WS-REASON-TEXT
                 ADD 1 TO WS-ORPHAN-COUNT
              WHEN LINK-SUPERVISOR-MISSING (WS-ORG-INDEX)
                 MOVE 'SUPERVISOR NOT ON FILE' TO WS-REASON-TEXT
                 ADD 1 TO WS-ORPHAN-COUNT
              WHEN CHAIN-IN-LOOP (WS-ORG-INDEX)
                 MOVE 'REPORTING LOOP' TO WS-REASON-TEXT
              WHEN CHAIN-UNDER-LOOP (WS-ORG-INDEX)
                 MOVE 'REPORTS INTO LOOP' TO WS-REASON-TEXT
           END-EVALUATE.
           IF WS-REASON-TEXT NOT = SPACES
              MOVE WS-ORG-DEPT-SUB (WS-ORG-INDEX) TO WS-DEPT-SUB
              MOVE SPACES TO WS-CHART-LINE
              STRING 'EMPLOYEE ' WS-ORG-EMPLOYEE-ID (WS-ORG-INDEX) ' '
                     WS-ORG-FIRST-NAME (WS-ORG-INDEX) ' '
                     WS-ORG-LAST-NAME (WS-ORG-INDEX)
                     ' DEPT ' WS-DEPT-CHART-CODE (WS-DEPT-SUB)
                     ' SUPERVISOR ' WS-ORG-SUPERVISOR-ID (WS-ORG-INDEX)
                     ' ' WS-REASON-TEXT
                  DELIMITED BY SIZE INTO WS-CHART-LINE
              PERFORM WRITE-CHART-LINE
           END-IF.

       WRITE-CHART-LINE.
           MOVE WS-CHART-LINE TO ORG-CHART-LINE.
           WRITE ORG-CHART-LINE.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'ORG-CHART' TO BT-PROGRAM-NAME.
           MOVE WS-RUN-STAMP TO BT-RUN-STAMP.
           SET BT-STEP-START-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       LOG-STEP-END.
           SET BT-STEP-END-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.
