      *   - confirmed paid but never extracted,
      *   - paid amount differs from the extracted amount.
      * Detail lines print as the discrepancies are found; the
      * report ends with one section per department on DEPTMAST,
      * headed with the department name and carrying that
      * department's bucket counts.  Any discrepancy at all
      * ends the run with return code 8 so the scheduler holds the
      * bonus register distribution.
      *
      * no extract record to take a department from is counted under
      * the department catch-all section.
      *
      * PAYEXTR ends with a batch trailer.  Before the balance the
      * file is counted against its trailer and checked on the
      * processed-batch registry through BATCH-CONTROL; a batch that
      * is incomplete, does not count out, or has already been
      * reconciled stops the run with return code 20.  Only a
      * reconciliation that found nothing wrong registers the batch
      * - after a return code 8 the corrected confirmation file can
      * be run against the same extract again.  BATCH-RELEASE takes
      * a registered batch back off for a deliberate rerun.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  Initial version.
      *   2026-10-05  Department sections come from DEPTMAST instead
      *               of the fixed 001-005 codes and are headed with
      *               the department name.
      *   2026-10-05  PAYEXTR is counted against its batch trailer and
      *               checked on the processed-batch registry before the
      *               balance - a batch already reconciled, or one that
      *               does not count out, stops the run with return code
      *               20.  A clean reconciliation registers the batch.
      *               Step start and end go on the run log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONUS-RECON.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONRECON-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPARTMENT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
           05 PX-BONUS-RATE-PCT     PIC 9(2).
           05 PX-BONUS-AMOUNT       PIC 9(7)V99.
           05 FILLER                PIC X(20).
      *
      * Batch trailer - same shape as REVIEW-HISTORY-TRAILER in the
      * HELLO-WORLD FILE SECTION.
      *
       01  PAYROLL-EXTRACT-TRAILER.
           05 PX-TRAILER-ID         PIC X(6).
              88 PX-BATCH-TRAILER                VALUE 'TRAILR'.
           05 PX-BATCH-STAMP        PIC X(14).
           05 PX-BATCH-PROGRAM      PIC X(16).
           05 PX-BATCH-COUNT        PIC 9(7).
           05 FILLER                PIC X(37).

      *
      * Paid-bonus confirmation from payroll - one fixed-length
           LABEL RECORDS ARE STANDARD.
       01  RECON-REPORT-LINE        PIC X(80).

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
          05 WS-PAYEXTR-STATUS      PIC X(2).
          05 WS-BONCONF-STATUS      PIC X(2).
          05 WS-BONRECON-STATUS     PIC X(2).
          05 WS-DEPTMAST-STATUS     PIC X(2).

       01 WS-PAYEXTR-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-PAYEXTR                      VALUE 'Y'.
       01 WS-BONCONF-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-BONCONF                      VALUE 'Y'.

       01 WS-DEPTMAST-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-DEPTMAST                     VALUE 'Y'.

       01 WS-DISCREPANCY-SWITCH     PIC X(1)     VALUE 'N'.
          88 DISCREPANCY-FOUND                   VALUE 'Y'.
          88 NO-DISCREPANCY                      VALUE 'N'.
          05 WS-PRIOR-CONF-KEY      PIC X(6).

      *
      * Per-department bucket counts, one entry per department on
      * DEPTMAST.  The last entry (WS-DEPT-COUNT) is the catch-all
      * for unknown departments and for confirmation records with no
      * extract record to take a department from.
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
             10 WS-DEPT-NOT-PAID-COUNT
                                     PIC 9(5).
             10 WS-DEPT-NOT-EXTRACTED-COUNT
       01 WS-SUBSCRIPTS.
          05 WS-DEPT-INDEX          PIC 9(2)     COMP.
          05 WS-DEPT-SUB            PIC 9(2)     COMP.
          05 WS-DEPT-COUNT          PIC 9(2)     COMP.

       01 WS-RECON-LINE             PIC X(80).

      *
      * Run stamp for the run log and the registry entry this run
      * makes.
      *
       01 WS-RUN-STAMP.
          05 WS-STAMP-DATE          PIC 9(8).
          05 WS-STAMP-TIME          PIC 9(6).
       01 WS-TIME-RAW               PIC X(8).

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
      * The batch as it was scanned and accepted, kept for the
      * registry entry made at end of run.  Must stay the same
      * length as BT-BATCH.
      *
       01 WS-PAYEXTR-BATCH          PIC X(60).

       PROCEDURE DIVISION.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-STAMP-TIME.
           DISPLAY "RUN STAMP: " WS-RUN-STAMP.
           PERFORM LOG-STEP-START.
           PERFORM SCAN-EXTRACT-BATCH.
           PERFORM INITIALIZE-DEPT-SECTIONS.
           PERFORM OPEN-FILES.
           PERFORM READ-EXTRACT-RECORD.
              DISPLAY 'BONUS RECONCILIATION DISCREPANCIES FOUND - '
                 'HOLD THE BONUS REGISTER DISTRIBUTION'
              MOVE 8 TO RETURN-CODE
              MOVE 'DISCREPANCIES - BATCH NOT REGISTERED'
                 TO BT-LOG-NOTE
           ELSE
              PERFORM REGISTER-EXTRACT-BATCH
              MOVE SPACES TO BT-LOG-NOTE
           END-IF.
           PERFORM LOG-STEP-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * Pre-pass over PAYEXTR: the detail records are counted and the
      * trailer captured - anything found after the trailer is
      * counted too - then the file is closed again for OPEN-FILES.
      *-----------------------------------------------------------------
       SCAN-EXTRACT-BATCH.
           MOVE SPACES TO BT-BATCH.
           MOVE 'PAYEXTR' TO BT-FILE-NAME.
           MOVE ZEROS TO BT-TRAILER-COUNT.
           MOVE ZEROS TO BT-RECORDS-COUNTED.
           MOVE ZEROS TO BT-RECORDS-AFTER-TRAILER.
           SET BT-TRAILER-MISSING TO TRUE.
           OPEN INPUT PAYROLL-EXTRACT-FILE.
           IF WS-PAYEXTR-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN PAYROLL-EXTRACT-FILE, STATUS '
                 WS-PAYEXTR-STATUS
              STOP RUN
           END-IF.
           PERFORM SCAN-ONE-EXTRACT UNTIL END-OF-PAYEXTR.
           CLOSE PAYROLL-EXTRACT-FILE.
           MOVE 'N' TO WS-PAYEXTR-EOF-SWITCH.
           PERFORM CHECK-BATCH-REGISTRY.
           MOVE BT-BATCH TO WS-PAYEXTR-BATCH.

       SCAN-ONE-EXTRACT.
           READ PAYROLL-EXTRACT-FILE
               AT END
                  SET END-OF-PAYEXTR TO TRUE
               NOT AT END
                  EVALUATE TRUE
                     WHEN BT-TRAILER-FOUND
                        ADD 1 TO BT-RECORDS-AFTER-TRAILER
                     WHEN PX-BATCH-TRAILER
                        SET BT-TRAILER-FOUND TO TRUE
                        MOVE PX-BATCH-STAMP TO BT-BATCH-STAMP
                        MOVE PX-BATCH-PROGRAM TO BT-BATCH-PROGRAM
                        MOVE PX-BATCH-COUNT TO BT-TRAILER-COUNT
                     WHEN OTHER
                        ADD 1 TO BT-RECORDS-COUNTED
                  END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * The batch just scanned goes to BATCH-CONTROL before anything
      * is accumulated.  A batch with no trailer, records after the
      * trailer, a trailer count that does not match, or a batch
      * this program has already consumed stops the job with return
      * code 20 and a message naming the batch - no report
      * is produced.
      * BATCH-RELEASE takes a registry entry back off when a batch
      * really does have to be processed again.
      *-----------------------------------------------------------------
       CHECK-BATCH-REGISTRY.
           SET BT-CHECK-BATCH-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.
           IF BT-BATCH-REJECTED
              DISPLAY 'BATCH ' BT-FILE-NAME ' ' BT-BATCH-STAMP
                 ' FROM ' BT-BATCH-PROGRAM
              DISPLAY '   REFUSED - ' BT-LOG-NOTE
              DISPLAY 'BONUS-RECON RUN STOPPED - NOTHING RECONCILED'
              MOVE 20 TO RETURN-CODE
              MOVE SPACES TO BT-LOG-NOTE
              STRING 'REFUSED BATCH ' BT-FILE-NAME ' ' BT-BATCH-STAMP
                  DELIMITED BY SIZE INTO BT-LOG-NOTE
              PERFORM LOG-STEP-END
              STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      * A clean reconciliation puts the extract batch on the registry
      * against this program and this run's stamp.
      *-----------------------------------------------------------------
       REGISTER-EXTRACT-BATCH.
           SET BT-REGISTER-BATCH-CALL TO TRUE.
           MOVE WS-PAYEXTR-BATCH TO BT-BATCH.
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
           MOVE 'BONUS-RECON' TO BT-PROGRAM-NAME.
           MOVE WS-RUN-STAMP TO BT-RUN-STAMP.
           SET BT-STEP-START-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       LOG-STEP-END.
           SET BT-STEP-END-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       INITIALIZE-DEPT-SECTIONS.
           MOVE ZEROS TO WS-DEPT-SECTION-TABLE.
           PERFORM LOAD-DEPARTMENT-TABLE.
           MOVE SPACES TO WS-PRIOR-CONF-KEY.

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
      * Every open is status-checked; a failure to open any file
      * aborts the run before a single record has moved.
                  SET END-OF-PAYEXTR TO TRUE
                  MOVE HIGH-VALUES TO WS-EXTRACT-KEY
               NOT AT END
                  IF PX-BATCH-TRAILER
                     SET END-OF-PAYEXTR TO TRUE
                     MOVE HIGH-VALUES TO WS-EXTRACT-KEY
                  ELSE
                     MOVE PX-EMPLOYEE-ID TO WS-EXTRACT-KEY
                  END-IF
           END-READ.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       REPORT-PAID-NOT-EXTRACTED.
           SET DISCREPANCY-FOUND TO TRUE.
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
           ADD 1 TO WS-DEPT-NOT-EXTRACTED-COUNT (WS-DEPT-SUB).
           MOVE SPACES TO WS-RECON-LINE.
           STRING 'EMPLOYEE ' BC-EMPLOYEE-ID
      * record.  Unknown codes fall through to the catch-all entry.
      *-----------------------------------------------------------------
       FIND-DEPT-SECTION.
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
           PERFORM CHECK-ONE-DEPT-SECTION
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX >= WS-DEPT-COUNT.

       CHECK-ONE-DEPT-SECTION.
           IF PX-DEPARTMENT-CODE (1:3)

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
              AND WS-DEPT-NOT-PAID-COUNT (WS-DEPT-INDEX) = ZEROS
              AND WS-DEPT-NOT-EXTRACTED-COUNT (WS-DEPT-INDEX) = ZEROS
              AND WS-DEPT-AMOUNT-DIFF-COUNT (WS-DEPT-INDEX) = ZEROS
              CONTINUE
           ELSE
              PERFORM PRINT-DEPT-SECTION-LINES
           END-IF.

       PRINT-DEPT-SECTION-LINES.
           MOVE SPACES TO WS-RECON-LINE.
           STRING 'DEPARTMENT ' WS-DEPT-SECTION-CODE (WS-DEPT-INDEX)
                  ' ' WS-DEPT-SECTION-NAME (WS-DEPT-INDEX)
               DELIMITED BY SIZE INTO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE SPACES TO WS-RECON-LINE.
