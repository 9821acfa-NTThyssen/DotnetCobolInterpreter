      *               the full prior record, the program name and the
      *               run stamp, so EMPLOYEE-BACKOUT can undo one bad
      *               run without restoring the whole master.
      *   2026-10-05  LEAVE-STATUS added to the master record layout.
      *   2026-10-05  SUPERVISOR-ID added to the master record layout.
      *   2026-10-05  Step start and end go on the run log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-ARCHIVE.
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
      * that is needed here.
      *
       FD  ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 388 TO 1863 CHARACTERS
               DEPENDING ON WS-ARCHIVE-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 ARCHIVE-RECORD.
          05 AR-EMPLOYEE-ID         PIC 9(6).
          05 AR-FIXED-REMAINDER     PIC X(380).
          05 AR-REVIEW-COUNT        PIC 9(2) COMP.
          05 AR-REVIEW-ENTRY OCCURS 0 TO 25 TIMES
                DEPENDING ON AR-REVIEW-COUNT
           05 JR-ACTION-CODE        PIC X(1).
           05 JR-EMPLOYEE-ID        PIC X(6).
           05 JR-RECORD-LENGTH      PIC 9(4).
           05 JR-BEFORE-IMAGE       PIC X(1863).

       WORKING-STORAGE SECTION.
      *

       01 WS-MANIFEST-LINE          PIC X(100).

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
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-STAMP-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-STAMP-TIME.
           DISPLAY "JOURNAL RUN STAMP: " WS-RUN-STAMP.
           PERFORM LOG-STEP-START.
           PERFORM READ-ARCHIVE-CARD.
           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM OPEN-FILES.
           DISPLAY "RECORDS READ:     " WS-RECORDS-READ.
           DISPLAY "RECORDS ARCHIVED: " WS-RECORDS-ARCHIVED.
           DISPLAY "RECORDS KEPT:     " WS-RECORDS-KEPT.
           PERFORM LOG-STEP-END.
           STOP RUN.

       READ-ARCHIVE-CARD.
      * day unchanged.
      *-----------------------------------------------------------------
       COMPUTE-CUTOFF-DATE.
           MOVE WS-CURRENT-DATE TO WS-CUTOFF-DATE-NUM.
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YEAR.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'EMPLOYEE-ARCHIVE' TO BT-PROGRAM-NAME.
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
           MOVE 'D' TO JR-ACTION-CODE.
           MOVE EMPLOYEE-ID TO JR-EMPLOYEE-ID.
           COMPUTE JR-RECORD-LENGTH =
              388 + 59 * PERFORMANCE-REVIEW-COUNT.
           MOVE SPACES TO JR-BEFORE-IMAGE.
           MOVE EMPLOYEE-RECORD TO JR-BEFORE-IMAGE.
           WRITE JOURNAL-RECORD.
       WRITE-ARCHIVE-RECORD.
           MOVE PERFORMANCE-REVIEW-COUNT TO AR-REVIEW-COUNT.
           COMPUTE WS-ARCHIVE-RECORD-LENGTH =
              388 + 59 * PERFORMANCE-REVIEW-COUNT.
           MOVE EMPLOYEE-RECORD TO ARCHIVE-RECORD.
           WRITE ARCHIVE-RECORD.

