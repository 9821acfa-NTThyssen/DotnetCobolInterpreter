      *****************************************************************
      * PROGRAM-ID    DEPT-MAINT
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * Department reference file maintenance.  Reads the department
      * transaction file (DEPTTRAN) and applies each add, change,
      * close or reopen in place to the indexed department file
      * (DEPTMAST, keyed on the three-character department code).
      * DEPTMAST is the one place the business's departments are
      * defined - HELLO-WORLD validates DEPARTMENT-CODE against it
      * and budgets by it, and every department-sectioned report
      * (HEADCOUNT-MOVE, BENEFITS-RECON, BONUS-RECON, REVIEW-AGING,
      * REVIEW-CONSOL) builds its sections from it and prints the
      * department name next to the code.  Opening or closing a
      * department is a transaction here, not a code change.
      *
      * Transactions:
      *   A  add a department - code and name are required, the HR
      *      contact and cost center are optional,
      *   C  change the name, HR contact or cost center - a blank
      *      field leaves the file value alone,
      *   D  close the department as of the effective date (blank
      *      means the run date) - the record stays on the file so
      *      history and reports can still name it, but HELLO-WORLD
      *      rejects anyone still coded to it,
      *   R  reopen a closed department.
      * Departments are never physically deleted.  The code '???'
      * is reserved for the reports' catch-all section and can never
      * be added.  Every transaction is accounted for on the audit
      * listing as either APPLIED or REJECTED with the reason.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-MAINT.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       INSTALLATION. HOME-OFFICE-DATA-CENTER.
       DATE-WRITTEN. 2026-10-05.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPARTMENT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT DEPT-TRANS-FILE
               ASSIGN TO "DEPTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTTRAN-STATUS.

           SELECT DEPT-AUDIT-FILE
               ASSIGN TO "DEPTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTAUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * Department reference record.  Every program that reads
      * DEPTMAST carries this layout and must keep it byte-for-byte
      * identical to this one.
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
      * Department transaction - one fixed-length record per add,
      * change, close or reopen.
      *
       FD  DEPT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-TRANS-RECORD.
           05 DT-ACTION-CODE        PIC X(1).
              88 DT-ADD-ACTION                   VALUE 'A'.
              88 DT-CHANGE-ACTION                VALUE 'C'.
              88 DT-CLOSE-ACTION                 VALUE 'D'.
              88 DT-REOPEN-ACTION                VALUE 'R'.
           05 DT-DEPARTMENT-CODE    PIC X(3).
           05 DT-DEPARTMENT-NAME    PIC X(20).
           05 DT-HR-CONTACT         PIC X(20).
           05 DT-COST-CENTER        PIC X(6).
      *
      * The opening date on an add and the closing date on a close;
      * blank or non-numeric means the run date.
      *
           05 DT-EFFECTIVE-DATE     PIC X(8).
           05 FILLER                PIC X(22).

       FD  DEPT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-AUDIT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
      *
      * File status and switches.
      *
       01 WS-FILE-STATUSES.
          05 WS-DEPTMAST-STATUS     PIC X(2).
          05 WS-DEPTTRAN-STATUS     PIC X(2).
          05 WS-DEPTAUDT-STATUS     PIC X(2).

       01 WS-DEPTTRAN-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-DEPTTRAN                     VALUE 'Y'.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-EFFECTIVE-DATE         PIC 9(8).

      *
      * Audit listing work areas and totals.
      *
       01 WS-AUDIT-LINE             PIC X(80).
       01 WS-REJECT-REASON          PIC X(40).
       01 WS-DEPT-TOTALS.
          05 WS-APPLIED-COUNT       PIC 9(5)     VALUE ZEROS.
          05 WS-REJECTED-COUNT      PIC 9(5)     VALUE ZEROS.

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
           PERFORM OPEN-FILES.
           PERFORM READ-TRANS-RECORD.
           PERFORM APPLY-ONE-TRANSACTION UNTIL END-OF-DEPTTRAN.
           PERFORM WRITE-AUDIT-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           PERFORM LOG-STEP-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'DEPT-MAINT' TO BT-PROGRAM-NAME.
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
           OPEN I-O DEPARTMENT-FILE.
           IF WS-DEPTMAST-STATUS = '35'
              OPEN OUTPUT DEPARTMENT-FILE
              CLOSE DEPARTMENT-FILE
              OPEN I-O DEPARTMENT-FILE
           END-IF.
           IF WS-DEPTMAST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN DEPARTMENT-FILE, STATUS '
                 WS-DEPTMAST-STATUS
              STOP RUN
           END-IF.
           OPEN INPUT DEPT-TRANS-FILE.
           IF WS-DEPTTRAN-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN DEPT-TRANS-FILE, STATUS '
                 WS-DEPTTRAN-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT DEPT-AUDIT-FILE.
           IF WS-DEPTAUDT-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN DEPT-AUDIT-FILE, STATUS '
                 WS-DEPTAUDT-STATUS
              STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE DEPARTMENT-FILE
           CLOSE DEPT-TRANS-FILE
           CLOSE DEPT-AUDIT-FILE.

       READ-TRANS-RECORD.
           READ DEPT-TRANS-FILE
               AT END
                  SET END-OF-DEPTTRAN TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * Routes one transaction.  A blank code, or the reserved
      * catch-all code, can never be a real department, so it is
      * rejected here before any keyed I-O is attempted.
      *-----------------------------------------------------------------
       APPLY-ONE-TRANSACTION.
           IF DT-EFFECTIVE-DATE NUMERIC
              MOVE DT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           END-IF.
           IF DT-DEPARTMENT-CODE = SPACES
              OR DT-DEPARTMENT-CODE = '???'
              MOVE 'TRANSACTION WITHOUT VALID DEPARTMENT CODE'
                 TO WS-REJECT-REASON
              PERFORM WRITE-AUDIT-REJECTED
           ELSE
              EVALUATE TRUE
                 WHEN DT-ADD-ACTION
                    PERFORM ADD-DEPARTMENT
                 WHEN DT-CHANGE-ACTION
                    PERFORM CHANGE-DEPARTMENT
                 WHEN DT-CLOSE-ACTION
                    PERFORM CLOSE-DEPARTMENT
                 WHEN DT-REOPEN-ACTION
                    PERFORM REOPEN-DEPARTMENT
                 WHEN OTHER
                    MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                    PERFORM WRITE-AUDIT-REJECTED
              END-EVALUATE
           END-IF.
           PERFORM READ-TRANS-RECORD.

      *-----------------------------------------------------------------
      * A new department starts active, opened on the effective
      * date.  A code already on file rejects on the WRITE itself -
      * a closed department comes back with a reopen, not an add.
      *-----------------------------------------------------------------
       ADD-DEPARTMENT.
           IF DT-DEPARTMENT-NAME = SPACES
              MOVE 'ADD WITHOUT DEPARTMENT NAME' TO WS-REJECT-REASON
              PERFORM WRITE-AUDIT-REJECTED
           ELSE
              MOVE SPACES TO DEPARTMENT-RECORD
              MOVE DT-DEPARTMENT-CODE TO DM-DEPARTMENT-CODE
              MOVE DT-DEPARTMENT-NAME TO DM-DEPARTMENT-NAME
              MOVE DT-HR-CONTACT TO DM-HR-CONTACT
              MOVE DT-COST-CENTER TO DM-COST-CENTER
              SET DM-DEPT-ACTIVE TO TRUE
              MOVE WS-EFFECTIVE-DATE TO DM-DATE-OPENED
              MOVE ZEROS TO DM-DATE-CLOSED
              WRITE DEPARTMENT-RECORD
                  INVALID KEY
                     MOVE 'DEPARTMENT ALREADY ON FILE'
                        TO WS-REJECT-REASON
                     PERFORM WRITE-AUDIT-REJECTED
                  NOT INVALID KEY
                     PERFORM WRITE-AUDIT-APPLIED
              END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * Field-selective change: a blank transaction field leaves the
      * file value alone.  The status only moves through a close or
      * a reopen.
      *-----------------------------------------------------------------
       CHANGE-DEPARTMENT.
           MOVE DT-DEPARTMENT-CODE TO DM-DEPARTMENT-CODE.
           READ DEPARTMENT-FILE
               INVALID KEY
                  MOVE 'DEPARTMENT NOT ON FILE' TO WS-REJECT-REASON
                  PERFORM WRITE-AUDIT-REJECTED
               NOT INVALID KEY
                  IF DT-DEPARTMENT-NAME NOT = SPACES
                     MOVE DT-DEPARTMENT-NAME TO DM-DEPARTMENT-NAME
                  END-IF
                  IF DT-HR-CONTACT NOT = SPACES
                     MOVE DT-HR-CONTACT TO DM-HR-CONTACT
                  END-IF
                  IF DT-COST-CENTER NOT = SPACES
                     MOVE DT-COST-CENTER TO DM-COST-CENTER
                  END-IF
                  REWRITE DEPARTMENT-RECORD
                  PERFORM WRITE-AUDIT-APPLIED
           END-READ.

       CLOSE-DEPARTMENT.
           MOVE DT-DEPARTMENT-CODE TO DM-DEPARTMENT-CODE.
           READ DEPARTMENT-FILE
               INVALID KEY
                  MOVE 'DEPARTMENT NOT ON FILE' TO WS-REJECT-REASON
                  PERFORM WRITE-AUDIT-REJECTED
               NOT INVALID KEY
                  IF DM-DEPT-CLOSED
                     MOVE 'DEPARTMENT ALREADY CLOSED'
                        TO WS-REJECT-REASON
                     PERFORM WRITE-AUDIT-REJECTED
                  ELSE
                     SET DM-DEPT-CLOSED TO TRUE
                     MOVE WS-EFFECTIVE-DATE TO DM-DATE-CLOSED
                     REWRITE DEPARTMENT-RECORD
                     PERFORM WRITE-AUDIT-APPLIED
                  END-IF
           END-READ.

       REOPEN-DEPARTMENT.
           MOVE DT-DEPARTMENT-CODE TO DM-DEPARTMENT-CODE.
           READ DEPARTMENT-FILE
               INVALID KEY
                  MOVE 'DEPARTMENT NOT ON FILE' TO WS-REJECT-REASON
                  PERFORM WRITE-AUDIT-REJECTED
               NOT INVALID KEY
                  IF DM-DEPT-ACTIVE
                     MOVE 'DEPARTMENT ALREADY ACTIVE'
                        TO WS-REJECT-REASON
                     PERFORM WRITE-AUDIT-REJECTED
                  ELSE
                     SET DM-DEPT-ACTIVE TO TRUE
                     MOVE ZEROS TO DM-DATE-CLOSED
                     REWRITE DEPARTMENT-RECORD
                     PERFORM WRITE-AUDIT-APPLIED
                  END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Audit listing - one line per transaction, plus run totals.
      *-----------------------------------------------------------------
       WRITE-AUDIT-APPLIED.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING 'TRANS ' DT-ACTION-CODE ' DEPT ' DT-DEPARTMENT-CODE
                  ' ' DM-DEPARTMENT-NAME ' APPLIED'
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           PERFORM WRITE-ONE-AUDIT-LINE.
           ADD 1 TO WS-APPLIED-COUNT.

       WRITE-AUDIT-REJECTED.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING 'TRANS ' DT-ACTION-CODE ' DEPT ' DT-DEPARTMENT-CODE
                  ' REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           PERFORM WRITE-ONE-AUDIT-LINE.
           ADD 1 TO WS-REJECTED-COUNT.

       WRITE-ONE-AUDIT-LINE.
           MOVE WS-AUDIT-LINE TO DEPT-AUDIT-LINE.
           WRITE DEPT-AUDIT-LINE.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING 'TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           PERFORM WRITE-ONE-AUDIT-LINE.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           PERFORM WRITE-ONE-AUDIT-LINE.
