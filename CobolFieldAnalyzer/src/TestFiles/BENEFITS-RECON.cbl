      *   - master flag on but not enrolled with the carrier,
      *   - LIFE-INSURANCE coverage amount mismatches.
      * Detail lines print as the mismatches are found; the report
      * ends with one section per department on DEPTMAST, headed
      * with the department name and HR contact and carrying that
      * department's bucket counts, so each department's HR contact
      * gets their own numbers.
      *
      *               EMPLOYEE-MAINT instead of retyping each one.
      *   2026-09-02  LAST-NAME carried as an alternate record key
      *               (with duplicates) on the employee master.
      *   2026-10-05  Department sections come from DEPTMAST instead
      *               of the fixed 001-005 codes and are headed with
      *               the department name and HR contact.
      *   2026-10-05  LEAVE-STATUS added to the master record layout.
      *   2026-10-05  SUPERVISOR-ID added to the master record layout.
      *   2026-10-05  Step start and end go on the run log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFITS-RECON.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECCARD-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           05 RC-TRUST-LIFE         PIC X(1).
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
          05 WS-BENRECON-STATUS     PIC X(2).
          05 WS-CORRTRAN-STATUS     PIC X(2).
          05 WS-RECCARD-STATUS      PIC X(2).
          05 WS-DEPTMAST-STATUS     PIC X(2).

       01 WS-EMPMAST-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-EMPMAST                      VALUE 'Y'.
       01 WS-CARRELIG-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-CARRELIG                     VALUE 'Y'.

       01 WS-DEPTMAST-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-DEPTMAST                     VALUE 'Y'.

      *
      * RECORD IS VARYING ... DEPENDING ON target - set by the READ
      * itself; the master is never written here.
          05 WS-CE-LIFE-COVERAGE    PIC 9(5).

      *
      * Per-department bucket counts, one entry per department on
      * DEPTMAST.  The last entry (WS-DEPT-COUNT) is the catch-all
      * for unknown departments and for carrier records with no
      * master record to take a department from.
      *
       01 WS-DEPT-SECTION-TABLE.
          05 WS-DEPT-SECTION OCCURS 50 TIMES.
             10 WS-DEPT-SECTION-CODE
                                     PIC X(3).
             10 WS-DEPT-SECTION-NAME
                                     PIC X(20).
             10 WS-DEPT-SECTION-CONTACT
                                     PIC X(20).
             10 WS-DEPT-SECTION-STATUS
                                     PIC X(1).
                88 WS-DEPT-SECTION-CLOSED       VALUE 'C'.
             10 WS-DEPT-FLAG-OFF-COUNT
                                     PIC 9(5).
             10 WS-DEPT-NOT-ENROLLED-COUNT
       01 WS-SUBSCRIPTS.
          05 WS-DEPT-INDEX          PIC 9(2)     COMP.
          05 WS-DEPT-SUB            PIC 9(2)     COMP.
          05 WS-DEPT-COUNT          PIC 9(2)     COMP.

       01 WS-RECON-LINE             PIC X(80).


       01 WS-CORRECTIONS-WRITTEN    PIC 9(5)     VALUE ZEROS.

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
           PERFORM INITIALIZE-DEPT-SECTIONS.
           PERFORM READ-RECON-CARD.
           PERFORM OPEN-FILES.
               DELIMITED BY SIZE INTO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           PERFORM CLOSE-FILES.
           PERFORM LOG-STEP-END.
           STOP RUN.

       READ-RECON-CARD.

       INITIALIZE-DEPT-SECTIONS.
           MOVE ZEROS TO WS-DEPT-SECTION-TABLE.
           PERFORM LOAD-DEPARTMENT-TABLE.
           MOVE SPACES TO WS-PRIOR-CARRIER-KEY.

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
           MOVE SPACES TO WS-DEPT-SECTION-CONTACT (WS-DEPT-COUNT).
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
           MOVE DM-HR-CONTACT
              TO WS-DEPT-SECTION-CONTACT (WS-DEPT-COUNT).
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
           MOVE 'BENEFITS-RECON' TO BT-PROGRAM-NAME.
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
      * off under the department catch-all section.
      *-----------------------------------------------------------------
       CHECK-CARRIER-ONLY.
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
           MOVE SPACES TO WS-RECON-LINE.
           STRING 'EMPLOYEE ' CE-EMPLOYEE-ID
                  ' ON CARRIER FILE, NOT ON MASTER'
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
              AND WS-DEPT-FLAG-OFF-COUNT (WS-DEPT-INDEX) = ZEROS
              AND WS-DEPT-NOT-ENROLLED-COUNT (WS-DEPT-INDEX) = ZEROS
              AND WS-DEPT-LIFE-MISMATCH-COUNT (WS-DEPT-INDEX) = ZEROS
              CONTINUE
           ELSE
              PERFORM PRINT-DEPT-SECTION-LINES
           END-IF.

       PRINT-DEPT-SECTION-LINES.
           MOVE SPACES TO WS-RECON-LINE.
           STRING 'DEPARTMENT ' WS-DEPT-SECTION-CODE (WS-DEPT-INDEX)
                  ' ' WS-DEPT-SECTION-NAME (WS-DEPT-INDEX)
                  ' HR CONTACT '
                  WS-DEPT-SECTION-CONTACT (WS-DEPT-INDEX)
               DELIMITED BY SIZE INTO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE SPACES TO WS-RECON-LINE.
