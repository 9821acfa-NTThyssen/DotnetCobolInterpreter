      * review date, bucketed 12-18, 18-24 and 24+ months; an active
      * employee hired over a year ago with no REVMAST record at all
      * lists under NEVER REVIEWED.  The report ends with one
      * section per department on DEPTMAST, headed with the
      * department name and carrying that department's bucket
      * counts, so each manager gets chased with their own list.
      *
      * With 'S' in column 1 of the optional parameter card
      * (AGECARD) the overdue list is instead sorted by the
      * employee's SUPERVISOR-ID and printed in one group per
      * supervisor, headed with the supervisor's name and closed
      * with that supervisor's overdue count; people with no
      * supervisor group together first.  The department sections
      * follow either way.
      *
      * Aging is whole months between the review date and the run
      * date - the day of month is deliberately ignored, the same
      * way the archive cutoff keeps month and day unchanged.
      * Inactive and suspended employees are skipped, as is anyone
      * out on leave of absence (LEAVE-STATUS 'L'), and a REVMAST
      * group whose employee is no longer on the master (archived)
      * is passed over without comment.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  Initial version.
      *   2026-10-05  Department sections come from DEPTMAST instead
      *               of the fixed 001-005 codes and are headed with
      *               the department name.
      *   2026-10-05  Employees on leave of absence are no longer
      *               chased as overdue.
      *   2026-10-05  SUPERVISOR-ID added to the master record layout.
      *               Overdue list can be grouped by supervisor from
      *               the new AGECARD parameter card.
      *   2026-10-05  Step start and end go on the run log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEW-AGING.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS LAST-NAME
                   WITH DUPLICATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAGING-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPARTMENT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT AGING-CARD-FILE
               ASSIGN TO "AGECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGECARD-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
      *
      * HELLO-WORLD FILE SECTION.
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
             88 AGING-ON-LEAVE                  VALUE 'L'.
          05 SUPERVISOR-ID          PIC 9(6).
          05 PERFORMANCE-REVIEW-COUNT PIC 9(2) COMP.
          05 PERFORMANCE-REVIEWS OCCURS 0 TO 25 TIMES
                DEPENDING ON PERFORMANCE-REVIEW-COUNT.
           LABEL RECORDS ARE STANDARD.
       01  AGING-REPORT-LINE        PIC X(100).

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
      * Optional parameter card:
      *   column 1  'S' - overdue list grouped by supervisor.
      * A missing card prints the list in EMPLOYEE-ID order.
      *
       FD  AGING-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-CARD-RECORD.
           05 AC-GROUPING           PIC X(1).
           05 FILLER                PIC X(79).

      *
      * Overdue report lines on their way to the supervisor groups.
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-SUPERVISOR-ID      PIC 9(6).
           05 SW-EMPLOYEE-ID        PIC 9(6).
           05 SW-AGING-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
      *
      * File status and switches.
          05 WS-EMPMAST-STATUS      PIC X(2).
          05 WS-REVMAST-STATUS      PIC X(2).
          05 WS-REVAGING-STATUS     PIC X(2).
          05 WS-DEPTMAST-STATUS     PIC X(2).
          05 WS-AGECARD-STATUS      PIC X(2).

       01 WS-EMPMAST-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-EMPMAST                      VALUE 'Y'.
       01 WS-REVMAST-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-REVMAST                      VALUE 'Y'.

       01 WS-DEPTMAST-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-DEPTMAST                     VALUE 'Y'.

       01 WS-REVIEW-GROUP-SWITCH    PIC X(1)     VALUE 'N'.
          88 SAME-REVIEW-GROUP                   VALUE 'Y'.
          88 REVIEW-GROUP-COMPLETE               VALUE 'N'.

       01 WS-SORT-EOF-SWITCH        PIC X(1)     VALUE 'N'.
          88 END-OF-SORT-FILE                    VALUE 'Y'.

       01 WS-GROUPING-SWITCH        PIC X(1)     VALUE SPACE.
          88 AGING-BY-SUPERVISOR                 VALUE 'S'.

      *
      * RECORD IS VARYING ... DEPENDING ON target - set by the READ
      * itself; the master is never written here.
      *
       01 WS-MASTER-RECORD-LENGTH   PIC 9(4) COMP.

      *
      * The supervisor group in hand and its overdue count.
      *
       01 WS-GROUP-SUPERVISOR-ID    PIC 9(6).
       01 WS-GROUP-OVERDUE-COUNT    PIC 9(5).

      *
      * Matching keys.  HIGH-VALUES marks an exhausted file so the
      * balance line never has to special-case end of file.  The
       01 WS-BUCKET-LABEL           PIC X(20).

      *
      * Per-department bucket counts, one entry per department on
      * DEPTMAST.  The last entry (WS-DEPT-COUNT) is the catch-all
      * for unknown departments.
      *
       01 WS-DEPT-SECTION-TABLE.
          05 WS-DEPT-SECTION OCCURS 50 TIMES.
             10 WS-DEPT-SECTION-CODE
                                     PIC X(3).
             10 WS-DEPT-SECTION-NAME
                                     PIC X(20).
             10 WS-DEPT-SECTION-STATUS
                                     PIC X(1).
                88 WS-DEPT-SECTION-CLOSED       VALUE 'C'.
             10 WS-DEPT-12-18-COUNT PIC 9(5).
             10 WS-DEPT-18-24-COUNT PIC 9(5).
             10 WS-DEPT-OVER-24-COUNT
       01 WS-SUBSCRIPTS.
          05 WS-DEPT-INDEX          PIC 9(2)     COMP.
          05 WS-DEPT-SUB            PIC 9(2)     COMP.
          05 WS-DEPT-COUNT          PIC 9(2)     COMP.

       01 WS-AGING-LINE             PIC X(100).

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
           PERFORM INITIALIZE-DEPT-SECTIONS.
           PERFORM READ-AGING-CARD.
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM.
           COMPUTE WS-RUN-MONTHS =
              WS-DATE-YEAR * 12 + WS-DATE-MONTH.
           PERFORM OPEN-FILES.
           IF AGING-BY-SUPERVISOR
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SW-SUPERVISOR-ID SW-EMPLOYEE-ID
                  INPUT PROCEDURE IS AGE-ALL-EMPLOYEES
                  OUTPUT PROCEDURE IS PRINT-SUPERVISOR-GROUPS
           ELSE
              PERFORM AGE-ALL-EMPLOYEES
           END-IF.
           PERFORM PRINT-DEPARTMENT-SECTIONS.
           PERFORM CLOSE-FILES.
           PERFORM LOG-STEP-END.
           STOP RUN.

       READ-AGING-CARD.
           OPEN INPUT AGING-CARD-FILE.
           IF WS-AGECARD-STATUS = '00'
              READ AGING-CARD-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE AC-GROUPING TO WS-GROUPING-SWITCH
              END-READ
              CLOSE AGING-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
      * The balance line of master against review groups.  When the
      * list is grouped by supervisor this is the sort input and
      * every overdue line is released rather than written.
      *-----------------------------------------------------------------
       AGE-ALL-EMPLOYEES.
           PERFORM READ-MASTER-RECORD.
           PERFORM READ-REVMAST-RECORD.
           PERFORM READ-REVIEW-GROUP.
           PERFORM MATCH-MASTER-AND-REVIEWS
               UNTIL WS-MASTER-KEY = HIGH-VALUES
                 AND WS-REVIEW-KEY = HIGH-VALUES.

       INITIALIZE-DEPT-SECTIONS.
           MOVE ZEROS TO WS-DEPT-SECTION-TABLE.
           PERFORM LOAD-DEPARTMENT-TABLE.

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
           MOVE '???' TO WS-DEPT-SECTION-CODE (WS-DEPT-COUNT).
           MOVE 'UNASSIGNED' TO WS-DEPT-SECTION-NAME (WS-DEPT-COUNT).
           MOVE 'A' TO WS-DEPT-SECTION-STATUS (WS-DEPT-COUNT).

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
              TO WS-DEPT-SECTION-CODE (WS-DEPT-COUNT).
           MOVE DM-DEPARTMENT-NAME
              TO WS-DEPT-SECTION-NAME (WS-DEPT-COUNT).
           MOVE DM-DEPARTMENT-STATUS
              TO WS-DEPT-SECTION-STATUS (WS-DEPT-COUNT).
           PERFORM READ-DEPARTMENT-RECORD.

       READ-DEPARTMENT-RECORD.
           READ DEPARTMENT-FILE
               AT END
                  SET END-OF-DEPTMAST TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'REVIEW-AGING' TO BT-PROGRAM-NAME.
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
           CLOSE AGING-REPORT-FILE.

       READ-MASTER-RECORD.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                  SET END-OF-EMPMAST TO TRUE
                  MOVE HIGH-VALUES TO WS-MASTER-KEY
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Active employee, not on leave, with a review on file: age
      * the most recent review date and report anything twelve
      * months or older.
      *-----------------------------------------------------------------
       CHECK-REVIEW-AGE.
           IF AGING-ACTIVE AND NOT AGING-ON-LEAVE
              MOVE WS-LATEST-REVIEW-DATE TO WS-DATE-WORK-NUM
              COMPUTE WS-DATE-MONTHS =
                 WS-DATE-YEAR * 12 + WS-DATE-MONTH
           END-IF.

      *-----------------------------------------------------------------
      * Active employee, not on leave, with no REVMAST group at
      * all: chased under NEVER REVIEWED once they have been on the
      * books a year - a recent hire is simply not due yet.
      *-----------------------------------------------------------------
       CHECK-NEVER-REVIEWED.
           IF AGING-ACTIVE AND NOT AGING-ON-LEAVE
              MOVE HIRE-DATE TO WS-DATE-WORK-NUM
              COMPUTE WS-DATE-MONTHS =
                 WS-DATE-YEAR * 12 + WS-DATE-MONTH
                     ' ' WS-BUCKET-LABEL
                  DELIMITED BY SIZE INTO WS-AGING-LINE
           END-IF.
           IF AGING-BY-SUPERVISOR
              MOVE SUPERVISOR-ID TO SW-SUPERVISOR-ID
              MOVE EMPLOYEE-ID TO SW-EMPLOYEE-ID
              MOVE WS-AGING-LINE TO SW-AGING-LINE
              RELEASE SORT-WORK-RECORD
           ELSE
              PERFORM WRITE-AGING-LINE
           END-IF.

      *-----------------------------------------------------------------
      * Sort output: one group of overdue lines per supervisor.  The
      * balance line is finished by now, so the master is free for
      * a keyed read of each supervisor's name.
      *-----------------------------------------------------------------
       PRINT-SUPERVISOR-GROUPS.
           PERFORM RETURN-OVERDUE-LINE.
           PERFORM PRINT-ONE-SUPERVISOR-GROUP UNTIL END-OF-SORT-FILE.

       RETURN-OVERDUE-LINE.
           RETURN SORT-WORK-FILE
               AT END
                  SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       PRINT-ONE-SUPERVISOR-GROUP.
           MOVE SW-SUPERVISOR-ID TO WS-GROUP-SUPERVISOR-ID.
           MOVE ZEROS TO WS-GROUP-OVERDUE-COUNT.
           PERFORM PRINT-SUPERVISOR-HEADING.
           PERFORM PRINT-ONE-GROUPED-LINE
               UNTIL END-OF-SORT-FILE
                  OR SW-SUPERVISOR-ID NOT = WS-GROUP-SUPERVISOR-ID.
           MOVE SPACES TO WS-AGING-LINE.
           STRING '  OVERDUE FOR THIS SUPERVISOR: '
                  WS-GROUP-OVERDUE-COUNT
               DELIMITED BY SIZE INTO WS-AGING-LINE.
           PERFORM WRITE-AGING-LINE.

       PRINT-SUPERVISOR-HEADING.
           MOVE SPACES TO WS-AGING-LINE.
           IF WS-GROUP-SUPERVISOR-ID = ZEROS
              MOVE 'NO SUPERVISOR ON FILE' TO WS-AGING-LINE
           ELSE
              MOVE WS-GROUP-SUPERVISOR-ID TO EMPLOYEE-ID
              READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     STRING 'SUPERVISOR ' WS-GROUP-SUPERVISOR-ID
                            ' NOT ON MASTER'
                         DELIMITED BY SIZE INTO WS-AGING-LINE
                  NOT INVALID KEY
                     STRING 'SUPERVISOR ' EMPLOYEE-ID ' '
                            FIRST-NAME ' ' LAST-NAME
                         DELIMITED BY SIZE INTO WS-AGING-LINE
              END-READ
           END-IF.
           PERFORM WRITE-AGING-LINE.

       PRINT-ONE-GROUPED-LINE.
           MOVE SW-AGING-LINE TO WS-AGING-LINE.
           PERFORM WRITE-AGING-LINE.
           ADD 1 TO WS-GROUP-OVERDUE-COUNT.
           PERFORM RETURN-OVERDUE-LINE.

      *-----------------------------------------------------------------
      * Locates the department section for the current master record.
      * Unknown codes fall through to the catch-all entry.
      *-----------------------------------------------------------------
       FIND-DEPT-SECTION.
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
           PERFORM CHECK-ONE-DEPT-SECTION
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX >= WS-DEPT-COUNT.

       CHECK-ONE-DEPT-SECTION.
           IF DEPARTMENT-CODE (1:3)

      *-----------------------------------------------------------------
      * One report section per department with its bucket counts.
      * A closed department, or the catch-all, with nothing to
      * report is left off.
      *-----------------------------------------------------------------
       PRINT-DEPARTMENT-SECTIONS.
           PERFORM PRINT-ONE-DEPT-SECTION
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT.

       PRINT-ONE-DEPT-SECTION.
           IF (WS-DEPT-SECTION-CLOSED (WS-DEPT-INDEX)
                 OR WS-DEPT-INDEX = WS-DEPT-COUNT)
              AND WS-DEPT-12-18-COUNT (WS-DEPT-INDEX) = ZEROS
              AND WS-DEPT-18-24-COUNT (WS-DEPT-INDEX) = ZEROS
              AND WS-DEPT-OVER-24-COUNT (WS-DEPT-INDEX) = ZEROS
              AND WS-DEPT-NEVER-COUNT (WS-DEPT-INDEX) = ZEROS
              CONTINUE
           ELSE
              PERFORM PRINT-DEPT-SECTION-LINES
           END-IF.

       PRINT-DEPT-SECTION-LINES.
           MOVE SPACES TO WS-AGING-LINE.
           STRING 'DEPARTMENT ' WS-DEPT-SECTION-CODE (WS-DEPT-INDEX)
                  ' ' WS-DEPT-SECTION-NAME (WS-DEPT-INDEX)
               DELIMITED BY SIZE INTO WS-AGING-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE SPACES TO WS-AGING-LINE.
