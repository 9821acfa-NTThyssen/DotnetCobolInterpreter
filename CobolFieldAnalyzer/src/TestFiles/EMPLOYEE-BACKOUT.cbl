      *
      * MODIFICATION HISTORY
      *   2026-09-02  Initial version.
      *   2026-10-05  LEAVE-STATUS added to the master record layout.
      *   2026-10-05  SUPERVISOR-ID added to the master record layout.
      *   2026-10-05  Step start and end go on the run log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-BACKOUT.
      * SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 388 TO 1863 CHARACTERS
               DEPENDING ON WS-MASTER-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 BK-EMPLOYEE-RECORD.
          05 BK-EMPLOYEE-ID         PIC 9(6).
          05 FILLER                 PIC X(16).
          05 BK-LAST-NAME           PIC X(20).
          05 BK-FIXED-REMAINDER     PIC X(344).
          05 BK-REVIEW-COUNT        PIC 9(2) COMP.
          05 BK-REVIEW-ENTRY OCCURS 0 TO 25 TIMES
                DEPENDING ON BK-REVIEW-COUNT
              88 JR-DELETE-ACTION                VALUE 'D'.
           05 JR-EMPLOYEE-ID        PIC X(6).
           05 JR-RECORD-LENGTH      PIC 9(4).
           05 JR-BEFORE-IMAGE       PIC X(1863).

      *
      * One-record parameter card - the run stamp to back out in

       01 WS-BACKOUT-LINE           PIC X(80).

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
           PERFORM READ-BACKOUT-CARD.
           PERFORM OPEN-FILES.
           PERFORM WRITE-BACKOUT-HEADING.
                 WS-TARGET-RUN-STAMP ' - NOTHING BACKED OUT'
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM LOG-STEP-END.
           STOP RUN.

      *-----------------------------------------------------------------
           IF WS-TARGET-RUN-STAMP = SPACES
              DISPLAY 'NO RUN STAMP ON BACKOUT CARD - RUN STOPPED'
              MOVE 12 TO RETURN-CODE
              PERFORM LOG-STEP-END
              STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'EMPLOYEE-BACKOUT' TO BT-PROGRAM-NAME.
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
              PERFORM WRITE-BACKOUT-TOTALS
              PERFORM CLOSE-FILES
              MOVE 16 TO RETURN-CODE
              PERFORM LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-RESTORED-KEY-COUNT.
