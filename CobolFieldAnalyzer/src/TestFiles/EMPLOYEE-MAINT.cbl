      *               transaction to HIRETRN, the hiring-side twin
      *               of the nightly run's TERMTRN, so the headcount
      *               movement job can count who joined.
      *   2026-10-05  The department on an add or a department change
      *               must be on DEPTMAST and still open - anything
      *               else is rejected instead of reaching the master.
      *   2026-10-05  LEAVE-STATUS added to the master layout (set
      *               by EMPLOYEE-LEAVE); an add starts the new
      *               employee not on leave.
      *   2026-10-05  SUPERVISOR-ID carried on the transaction and the
      *               master.  A supervisor on an add or a change must
      *               be another employee, on the master and active -
      *               anything else is rejected.
      *   2026-10-05  HIRETRN and each run's COMPHIST records end with a
      *               batch trailer carrying the journal run stamp and
      *               the detail count, so the consuming steps can check
      *               the batch against the processed-batch registry.
      *               Step start and end go on the run log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-MAINT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIRETRN-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPARTMENT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

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
          05 SUPERVISOR-ID          PIC 9(6).
          05 PERFORMANCE-REVIEW-COUNT PIC 9(2) COMP.
          05 PERFORMANCE-REVIEWS OCCURS 0 TO 25 TIMES
                DEPENDING ON PERFORMANCE-REVIEW-COUNT.
      * blank cancels them all.
      *
           05 MT-EFFECTIVE-DATE     PIC X(8).
      *
      * The EMPLOYEE-ID of the person the employee reports to.  It
      * must be on the master and active; zeros clear it (top of
      * the house).
      *
           05 MT-SUPERVISOR-ID      PIC X(6).
           05 FILLER                PIC X(22).

       FD  MAINTENANCE-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
              88 JR-DELETE-ACTION                VALUE 'D'.
           05 JR-EMPLOYEE-ID        PIC X(6).
           05 JR-RECORD-LENGTH      PIC 9(4).
           05 JR-BEFORE-IMAGE       PIC X(1863).

      *
      * One record per applied add - the hiring-side twin of the
           05 HT-EMPLOYEE-NAME      PIC X(36).
           05 HT-DEPARTMENT-CODE    PIC X(4).
           05 HT-HIRE-DATE          PIC 9(8).
      *
      * Batch trailer - always the last record on the file.  Carries
      * the run stamp of the run that wrote the batch, the program
      * name and the count of detail records in front of it, so a
      * consuming step can check the batch is whole and has not
      * already been accumulated.  HT-TRAILER-ID can never match a
      * numeric employee ID.
      *
       01  HIRE-TRANS-TRAILER.
           05 HT-TRAILER-ID         PIC X(6).
              88 HT-BATCH-TRAILER                VALUE 'TRAILR'.
           05 HT-BATCH-STAMP        PIC X(14).
           05 HT-BATCH-PROGRAM      PIC X(16).
           05 HT-BATCH-COUNT        PIC 9(7).
           05 FILLER                PIC X(11).

      *
      * Compensation change history - one record per salary, pay
           05 CH-OLD-VALUE          PIC X(9).
           05 CH-NEW-VALUE          PIC X(9).
           05 FILLER                PIC X(27).
      *
      * Batch trailer - same shape as HIRE-TRANS-TRAILER.  The file
      * accumulates, so each run's trailer closes off that run's
      * records and a reader skips the trailers it passes.
      *
       01  COMP-HISTORY-TRAILER.
           05 CH-TRAILER-ID         PIC X(6).
              88 CH-BATCH-TRAILER                VALUE 'TRAILR'.
           05 CH-BATCH-STAMP        PIC X(14).
           05 CH-BATCH-PROGRAM      PIC X(16).
           05 CH-BATCH-COUNT        PIC 9(7).
           05 FILLER                PIC X(17).

       FD  SALARY-CHANGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
                                     PIC X(3).
           05 FILLER                PIC X(77).

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
          05 WS-PENDNEW-STATUS      PIC X(2).
          05 WS-EMPJRNL-STATUS      PIC X(2).
          05 WS-HIRETRN-STATUS      PIC X(2).
          05 WS-DEPTMAST-STATUS     PIC X(2).

       01 WS-MNTTRAN-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-MNTTRAN                      VALUE 'Y'.
      *
      * RECORD IS VARYING ... DEPENDING ON target for the master.
      * This holds the record length in bytes: the READ itself sets
      * it, and it is recomputed from the review count (388 bytes of
      * fixed portion plus 59 per review) before every WRITE or
      * REWRITE.
      *
          05 WS-CHECK-EFFECTIVE-DATE
                                     PIC X(8).

      *
      * Detail records written to each batch file, for its trailer.
      *
       01 WS-BATCH-COUNTS.
          05 WS-HIRETRN-WRITTEN     PIC 9(7)     VALUE ZEROS.
          05 WS-COMPHIST-WRITTEN    PIC 9(7)     VALUE ZEROS.

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
      * Compensation change journaling work areas.  The master's
      * salary, pay grade and department are saved here before
          05 WS-STAMP-TIME          PIC 9(6).
       01 WS-TIME-RAW               PIC X(8).
       01 WS-JOURNAL-ACTION         PIC X(1).

       01 WS-PRIOR-COMP-VALUES.
          05 WS-PRIOR-SALARY        PIC 9(7)V99.
          05 WS-PRIOR-SALARY-X REDEFINES WS-PRIOR-SALARY
          05 NW-EMPLOYEE-TYPE       PIC X(1).
          05 NW-PAY-GRADE           PIC X(1).
          05 NW-WORK-SHIFT          PIC X(1).
          05 NW-LEAVE-STATUS        PIC X(1).
          05 NW-SUPERVISOR-ID       PIC 9(6).
          05 NW-PERFORMANCE-REVIEW-COUNT
                                     PIC 9(2) COMP.

           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-STAMP-TIME.
           DISPLAY "JOURNAL RUN STAMP: " WS-RUN-STAMP.
           PERFORM LOG-STEP-START.
           PERFORM READ-MAINT-CARD.
           PERFORM OPEN-FILES.
           PERFORM READ-TRANS-RECORD.
           PERFORM RELEASE-PENDING-TRANSACTIONS.
           PERFORM WRITE-AUDIT-TOTALS.
           PERFORM WRITE-SALARY-CHANGE-TOTALS.
           PERFORM WRITE-BATCH-TRAILERS.
           PERFORM CLOSE-FILES.
           DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "TRANSACTIONS HELD:     " WS-HELD-COUNT.
           DISPLAY "PENDING RELEASED:      " WS-RELEASED-COUNT.
           DISPLAY "PENDING CANCELLED:     " WS-CANCELLED-COUNT.
           PERFORM LOG-STEP-END.
           STOP RUN.

      *-----------------------------------------------------------------
                 WS-HIRETRN-STATUS
              STOP RUN
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPTMAST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN DEPARTMENT-FILE, STATUS '
                 WS-DEPTMAST-STATUS
              STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE SALARY-CHANGE-REPORT-FILE
           CLOSE PENDING-NEW-FILE
           CLOSE JOURNAL-FILE
           CLOSE HIRE-TRANS-FILE
           CLOSE DEPARTMENT-FILE.

      *-----------------------------------------------------------------
      * Batch trailers, written at the end of a completed run.  Each
      * carries the journal run stamp, so the batch is known by the
      * run that wrote it.  COMPHIST gets one per run on the end of
      * the accumulated file.
      *-----------------------------------------------------------------
       WRITE-BATCH-TRAILERS.
           MOVE SPACES TO HIRE-TRANS-TRAILER.
           SET HT-BATCH-TRAILER TO TRUE.
           MOVE WS-RUN-STAMP TO HT-BATCH-STAMP.
           MOVE 'EMPLOYEE-MAINT' TO HT-BATCH-PROGRAM.
           MOVE WS-HIRETRN-WRITTEN TO HT-BATCH-COUNT.
           WRITE HIRE-TRANS-TRAILER.
           MOVE SPACES TO COMP-HISTORY-TRAILER.
           SET CH-BATCH-TRAILER TO TRUE.
           MOVE WS-RUN-STAMP TO CH-BATCH-STAMP.
           MOVE 'EMPLOYEE-MAINT' TO CH-BATCH-PROGRAM.
           MOVE WS-COMPHIST-WRITTEN TO CH-BATCH-COUNT.
           WRITE COMP-HISTORY-TRAILER.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      * A run that stops short never writes its end record, which is
      * how the run-log report shows it.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'EMPLOYEE-MAINT' TO BT-PROGRAM-NAME.
           MOVE WS-RUN-STAMP TO BT-RUN-STAMP.
           SET BT-STEP-START-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       LOG-STEP-END.
           MOVE SPACES TO BT-LOG-NOTE.
           SET BT-STEP-END-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       READ-MAINT-CARD.
           MOVE 25 TO WS-RAISE-THRESHOLD-PCT.
                 IF MT-HIRE-DATE NOT NUMERIC
                    MOVE 'ADD WITHOUT NUMERIC HIRE DATE'
                       TO WS-REJECT-REASON
                 ELSE
                    PERFORM CHECK-DEPARTMENT-ON-FILE
                 END-IF
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND MT-SUPERVISOR-ID NOT = SPACES
              PERFORM CHECK-SUPERVISOR-ON-FILE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-AUDIT-REJECTED
           ELSE
              PERFORM BUILD-ADD-RECORD
              MOVE 0 TO PERFORMANCE-REVIEW-COUNT
              MOVE 388 TO WS-MASTER-RECORD-LENGTH
              WRITE EMPLOYEE-RECORD FROM NW-EMPLOYEE-RECORD
                  INVALID KEY
                     MOVE 'EMPLOYEE ALREADY ON MASTER'
           MOVE NW-DEPARTMENT-CODE TO HT-DEPARTMENT-CODE.
           MOVE NW-HIRE-DATE TO HT-HIRE-DATE.
           WRITE HIRE-TRANS-RECORD.
           ADD 1 TO WS-HIRETRN-WRITTEN.

       BUILD-ADD-RECORD.
           MOVE SPACES TO NW-EMPLOYEE-RECORD.
           END-IF.
           MOVE MT-PAY-GRADE TO NW-PAY-GRADE.
           MOVE MT-WORK-SHIFT TO NW-WORK-SHIFT.
           MOVE 'N' TO NW-LEAVE-STATUS.
           IF MT-SUPERVISOR-ID NUMERIC
              MOVE MT-SUPERVISOR-ID TO NW-SUPERVISOR-ID
           ELSE
              MOVE ZEROS TO NW-SUPERVISOR-ID
           END-IF.
           MOVE ZEROS TO NW-DEPENDENT-AGE (1) NW-DEPENDENT-AGE (2)
              NW-DEPENDENT-AGE (3).
           MOVE ZEROS TO NW-SKILL-LEVEL (1) NW-SKILL-LEVEL (2)
              NW-SKILL-LEVEL (5).
           MOVE 0 TO NW-PERFORMANCE-REVIEW-COUNT.

      *-----------------------------------------------------------------
      * The department on the transaction against DEPTMAST - it has
      * to be on file and still open.
      *-----------------------------------------------------------------
       CHECK-DEPARTMENT-ON-FILE.
           MOVE MT-DEPARTMENT-CODE (1:3) TO DM-DEPARTMENT-CODE.
           READ DEPARTMENT-FILE
               INVALID KEY
                  MOVE 'DEPARTMENT NOT ON DEPTMAST' TO WS-REJECT-REASON
               NOT INVALID KEY
                  IF DM-DEPT-CLOSED
                     MOVE 'DEPARTMENT CLOSED' TO WS-REJECT-REASON
                  END-IF
           END-READ.

      *-----------------------------------------------------------------
      * The supervisor on the transaction against the master - it
      * has to be another employee, on file and active.  Zeros clear
      * the supervisor and need no lookup.  The supervisor's record
      * is read into the master record area, so this runs before
      * the employee's own record is read or built.
      *-----------------------------------------------------------------
       CHECK-SUPERVISOR-ON-FILE.
           EVALUATE TRUE
              WHEN MT-SUPERVISOR-ID NOT NUMERIC
                 MOVE 'SUPERVISOR ID NOT NUMERIC' TO WS-REJECT-REASON
              WHEN MT-SUPERVISOR-ID = ZEROS
                 CONTINUE
              WHEN MT-SUPERVISOR-ID = MT-EMPLOYEE-ID
                 MOVE 'EMPLOYEE CANNOT REPORT TO SELF'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE MT-SUPERVISOR-ID TO EMPLOYEE-ID
                 READ EMPLOYEE-MASTER-FILE
                     INVALID KEY
                        MOVE 'SUPERVISOR NOT ON MASTER'
                           TO WS-REJECT-REASON
                     NOT INVALID KEY
                        IF EMPLOYEE-STATUS NOT = 'A'
                           MOVE 'SUPERVISOR NOT ACTIVE'
                              TO WS-REJECT-REASON
                        END-IF
                 END-READ
           END-EVALUATE.

      *-----------------------------------------------------------------
      * A department or supervisor change is checked against
      * DEPTMAST and the master before the employee's record is
      * touched.
      *-----------------------------------------------------------------
       CHANGE-EMPLOYEE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF MT-DEPARTMENT-CODE NOT = SPACES
              PERFORM CHECK-DEPARTMENT-ON-FILE
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND MT-SUPERVISOR-ID NOT = SPACES
              PERFORM CHECK-SUPERVISOR-ON-FILE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-AUDIT-REJECTED
           ELSE
              PERFORM CHANGE-EMPLOYEE-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * Reads the record under the transaction key, applies the
      * non-blank fields and rewrites it in place.
      *-----------------------------------------------------------------
       CHANGE-EMPLOYEE-RECORD.
           MOVE MT-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                  MOVE DEPARTMENT-CODE TO WS-PRIOR-DEPARTMENT
                  PERFORM APPLY-CHANGE-FIELDS
                  COMPUTE WS-MASTER-RECORD-LENGTH =
                     388 + 59 * PERFORMANCE-REVIEW-COUNT
                  REWRITE EMPLOYEE-RECORD
                  PERFORM JOURNAL-COMP-CHANGES
                  PERFORM WRITE-AUDIT-APPLIED
           IF MT-WORK-SHIFT NOT = SPACES
              MOVE MT-WORK-SHIFT TO WORK-SHIFT
           END-IF.
           IF MT-SUPERVISOR-ID NUMERIC
              MOVE MT-SUPERVISOR-ID TO SUPERVISOR-ID
           END-IF.

      *-----------------------------------------------------------------
      * Compensation change journaling - called after the REWRITE of
           MOVE EMPLOYEE-ID TO CH-EMPLOYEE-ID.
           MOVE WS-RUN-DATE TO CH-RUN-DATE.
           WRITE COMP-HISTORY-RECORD.
           ADD 1 TO WS-COMPHIST-WRITTEN.

      *-----------------------------------------------------------------
      * One salary change on the salary change report.  The swing is
