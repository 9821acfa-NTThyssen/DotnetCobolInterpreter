      *****************************************************************
      * PROGRAM-ID    BATCH-RELEASE
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * Takes batches back off the processed-batch registry
      * (BATCHREG) so a consuming step can be run against them once
      * more - for a night that really does have to be reprocessed,
      * after the consumer's own output (MOVEHIST, REVMAST) has been
      * put back to the prior generation.  One release card per
      * batch (RELCARD):
      *   columns  1-8   file name as the consumer checked it
      *                  (TERMTRN, HIRETRN, REVHIST, PAYEXTR),
      *   columns  9-22  batch stamp - the producing run's stamp,
      *                  as printed in the consumer's refusal,
      *   columns 23-38  consuming program.
      * Each card is listed on the release listing (RELRPT) with the
      * registry entry it removed.  A card whose batch is not on the
      * registry, or that leaves a column range blank, is listed and
      * ends the run with return code 8.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RELEASE.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       INSTALLATION. HOME-OFFICE-DATA-CENTER.
       DATE-WRITTEN. 2026-10-05.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-CARD-FILE
               ASSIGN TO "RELCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELCARD-STATUS.

           SELECT BATCH-REGISTRY-FILE
               ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BATCH-KEY
               FILE STATUS IS WS-BATCHREG-STATUS.

           SELECT RELEASE-REPORT-FILE
               ASSIGN TO "RELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-CARD-RECORD.
           05 RQ-FILE-NAME          PIC X(8).
           05 RQ-BATCH-STAMP        PIC X(14).
           05 RQ-CONSUMER           PIC X(16).
           05 FILLER                PIC X(42).

      *
      * Must stay byte-for-byte identical to BATCH-REGISTRY-RECORD in
      * the BATCH-CONTROL FILE SECTION.
      *
       FD  BATCH-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCH-REGISTRY-RECORD.
           05 BR-BATCH-KEY.
              10 BR-FILE-NAME       PIC X(8).
              10 BR-BATCH-STAMP     PIC X(14).
              10 BR-CONSUMER        PIC X(16).
           05 BR-BATCH-PRODUCER     PIC X(16).
           05 BR-RECORD-COUNT       PIC 9(7).
           05 BR-CONSUMED-STAMP     PIC X(14).
           05 FILLER                PIC X(25).

       FD  RELEASE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * File status and switches.
      *
       01 WS-FILE-STATUSES.
          05 WS-RELCARD-STATUS      PIC X(2).
          05 WS-BATCHREG-STATUS     PIC X(2).
          05 WS-RELRPT-STATUS       PIC X(2).

       01 WS-RELCARD-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-RELCARD                      VALUE 'Y'.

       01 WS-RELEASE-TOTALS.
          05 WS-CARDS-READ          PIC 9(5)     VALUE ZEROS.
          05 WS-BATCHES-RELEASED    PIC 9(5)     VALUE ZEROS.
          05 WS-CARDS-NOT-RELEASED  PIC 9(5)     VALUE ZEROS.

       01 WS-RELEASE-LINE           PIC X(132).

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
           PERFORM OPEN-FILES.
           MOVE SPACES TO WS-RELEASE-LINE.
           STRING 'BATCH REGISTRY RELEASE LISTING   RUN STAMP '
                  WS-RUN-STAMP
               DELIMITED BY SIZE INTO WS-RELEASE-LINE.
           PERFORM WRITE-RELEASE-LINE.
           PERFORM WRITE-RELEASE-LINE.
           PERFORM READ-RELEASE-CARD.
           PERFORM RELEASE-ONE-BATCH UNTIL END-OF-RELCARD.
           PERFORM WRITE-RELEASE-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "RELEASE CARDS READ:   " WS-CARDS-READ.
           DISPLAY "BATCHES RELEASED:     " WS-BATCHES-RELEASED.
           DISPLAY "NOT RELEASED:         " WS-CARDS-NOT-RELEASED.
           MOVE SPACES TO BT-LOG-NOTE.
           IF WS-CARDS-NOT-RELEASED NOT = ZEROS
              MOVE 8 TO RETURN-CODE
              MOVE 'RELEASE CARDS NOT APPLIED - SEE RELRPT'
                 TO BT-LOG-NOTE
           END-IF.
           PERFORM LOG-STEP-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every open is status-checked; a failure to open any file
      * aborts the run before a single record has moved.
      *-----------------------------------------------------------------
       OPEN-FILES.
           OPEN INPUT RELEASE-CARD-FILE.
           IF WS-RELCARD-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN RELEASE-CARD-FILE, STATUS '
                 WS-RELCARD-STATUS
              STOP RUN
           END-IF.
           OPEN I-O BATCH-REGISTRY-FILE.
           IF WS-BATCHREG-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN BATCH-REGISTRY-FILE, STATUS '
                 WS-BATCHREG-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT RELEASE-REPORT-FILE.
           IF WS-RELRPT-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN RELEASE-REPORT-FILE, STATUS '
                 WS-RELRPT-STATUS
              STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE RELEASE-CARD-FILE
           CLOSE BATCH-REGISTRY-FILE
           CLOSE RELEASE-REPORT-FILE.

       READ-RELEASE-CARD.
           READ RELEASE-CARD-FILE
               AT END
                  SET END-OF-RELCARD TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * One card: the registry entry is read first so the listing
      * can show what was taken off, then deleted.
      *-----------------------------------------------------------------
       RELEASE-ONE-BATCH.
           ADD 1 TO WS-CARDS-READ.
           MOVE SPACES TO WS-RELEASE-LINE.
           IF RQ-FILE-NAME = SPACES
                 OR RQ-BATCH-STAMP = SPACES
                 OR RQ-CONSUMER = SPACES
              ADD 1 TO WS-CARDS-NOT-RELEASED
              STRING 'INCOMPLETE CARD     ' RQ-FILE-NAME ' '
                     RQ-BATCH-STAMP ' ' RQ-CONSUMER
                     ' - FILE, STAMP AND CONSUMER ARE ALL NEEDED'
                  DELIMITED BY SIZE INTO WS-RELEASE-LINE
           ELSE
              MOVE RQ-FILE-NAME TO BR-FILE-NAME
              MOVE RQ-BATCH-STAMP TO BR-BATCH-STAMP
              MOVE RQ-CONSUMER TO BR-CONSUMER
              READ BATCH-REGISTRY-FILE
                  INVALID KEY
                     ADD 1 TO WS-CARDS-NOT-RELEASED
                     STRING 'NOT ON REGISTRY     ' RQ-FILE-NAME ' '
                            RQ-BATCH-STAMP ' ' RQ-CONSUMER
                         DELIMITED BY SIZE INTO WS-RELEASE-LINE
                  NOT INVALID KEY
                     PERFORM DELETE-REGISTRY-ENTRY
              END-READ
           END-IF.
           PERFORM WRITE-RELEASE-LINE.
           PERFORM READ-RELEASE-CARD.

       DELETE-REGISTRY-ENTRY.
           DELETE BATCH-REGISTRY-FILE
               INVALID KEY
                  ADD 1 TO WS-CARDS-NOT-RELEASED
                  STRING 'DELETE FAILED       ' RQ-FILE-NAME ' '
                         RQ-BATCH-STAMP ' ' RQ-CONSUMER
                         ' STATUS ' WS-BATCHREG-STATUS
                      DELIMITED BY SIZE INTO WS-RELEASE-LINE
               NOT INVALID KEY
                  ADD 1 TO WS-BATCHES-RELEASED
                  STRING 'RELEASED            ' BR-FILE-NAME ' '
                         BR-BATCH-STAMP ' ' BR-CONSUMER
                         ' FROM ' BR-BATCH-PRODUCER
                         ' COUNT ' BR-RECORD-COUNT
                         ' CONSUMED ON RUN ' BR-CONSUMED-STAMP
                      DELIMITED BY SIZE INTO WS-RELEASE-LINE
           END-DELETE.

       WRITE-RELEASE-TOTALS.
           MOVE SPACES TO WS-RELEASE-LINE.
           PERFORM WRITE-RELEASE-LINE.
           STRING 'RELEASE CARDS READ:   ' WS-CARDS-READ
               DELIMITED BY SIZE INTO WS-RELEASE-LINE.
           PERFORM WRITE-RELEASE-LINE.
           STRING 'BATCHES RELEASED:     ' WS-BATCHES-RELEASED
               DELIMITED BY SIZE INTO WS-RELEASE-LINE.
           PERFORM WRITE-RELEASE-LINE.
           STRING 'NOT RELEASED:         ' WS-CARDS-NOT-RELEASED
               DELIMITED BY SIZE INTO WS-RELEASE-LINE.
           PERFORM WRITE-RELEASE-LINE.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'BATCH-RELEASE' TO BT-PROGRAM-NAME.
           MOVE WS-RUN-STAMP TO BT-RUN-STAMP.
           SET BT-STEP-START-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       LOG-STEP-END.
           SET BT-STEP-END-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

      *-----------------------------------------------------------------
      * Every listing line goes out through here and the work line is
      * cleared behind it.
      *-----------------------------------------------------------------
       WRITE-RELEASE-LINE.
           MOVE WS-RELEASE-LINE TO RELEASE-REPORT-LINE.
           WRITE RELEASE-REPORT-LINE.
           MOVE SPACES TO WS-RELEASE-LINE.
