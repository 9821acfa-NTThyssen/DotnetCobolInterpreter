      *****************************************************************
      * PROGRAM-ID    BATCH-CONTROL
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * Called by the batch steps that write or accumulate the
      * nightly transaction files, with BATCH-CONTROL-AREA passed by
      * reference.  BT-CALL-CODE tells this program which of four
      * jobs it is being asked to do:
      *   S  step start - writes a start record for the step to the
      *      run log (RUNLOG),
      *   E  step end - writes an end record carrying the step's
      *      return code and a short note,
      *   C  check a batch before the step accumulates it - the
      *      trailer must be present and last on the file, its count
      *      must equal the detail records the caller counted, and
      *      the batch (file, producing run stamp) must not already
      *      be on the processed-batch registry (BATCHREG) against
      *      the calling program,
      *   R  register a batch once the step has accumulated it, so
      *      the same batch is refused if the step is resubmitted.
      *
      * A batch is identified by the logical file name and the run
      * stamp of the producing run, carried in the trailer record.
      * The registry is keyed by file, batch stamp and consumer, so
      * every program that reads a file is protected on its own -
      * HEADCOUNT-MOVE having counted a TERMTRN batch does not stop
      * another step from reading the same batch.  BATCH-RELEASE
      * takes an entry back off the registry when a batch really does
      * have to be processed again.
      *
      * C hands back BT-BATCH-RESULT and, for a rejected batch, the
      * reason in BT-LOG-NOTE; the caller names the batch and stops.
      * The caller's return code is passed in BT-RETURN-CODE on every
      * call and handed back in RETURN-CODE, so the CALL never
      * disturbs it.  An unusable registry stops the run with return
      * code 12; a run log that cannot be opened is reported and the
      * step carries on - the log is for the shift turnover and must
      * never hold up payroll.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-CONTROL.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       INSTALLATION. HOME-OFFICE-DATA-CENTER.
       DATE-WRITTEN. 2026-10-05.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-REGISTRY-FILE
               ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BATCH-KEY
               FILE STATUS IS WS-BATCHREG-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * Processed-batch registry - one record per batch per consuming
      * program.  Must stay byte-for-byte identical to
      * BATCH-REGISTRY-RECORD in the BATCH-RELEASE FILE SECTION.
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

      *
      * Run log - a start and an end record per step.  Must stay
      * byte-for-byte identical to RUN-LOG-RECORD in the
      * RUN-LOG-REPORT FILE SECTION.
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           05 RL-EVENT-CODE         PIC X(1).
              88 RL-STEP-START                   VALUE 'S'.
              88 RL-STEP-END                     VALUE 'E'.
           05 RL-PROGRAM-NAME       PIC X(16).
           05 RL-RUN-STAMP          PIC X(14).
           05 RL-EVENT-STAMP.
              10 RL-EVENT-DATE      PIC 9(8).
              10 RL-EVENT-TIME      PIC 9(6).
           05 RL-RETURN-CODE        PIC 9(4).
           05 RL-NOTE               PIC X(40).
           05 FILLER                PIC X(11).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-BATCHREG-STATUS     PIC X(2).
          05 WS-RUNLOG-STATUS       PIC X(2).

       01 WS-TIME-RAW               PIC X(8).

      *
      * Display copies of the two counts for the mismatch note.
      *
       01 WS-COUNT-PRINT.
          05 WS-TRAILER-COUNT-PRINT PIC 9(7).
          05 WS-COUNTED-PRINT       PIC 9(7).

       LINKAGE SECTION.
      *
      * Must stay byte-for-byte identical to WS-BATCH-CONTROL-AREA in
      * every calling program's WORKING-STORAGE.
      *
       01 BATCH-CONTROL-AREA.
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

       PROCEDURE DIVISION USING BATCH-CONTROL-AREA.
           EVALUATE TRUE
              WHEN BT-STEP-START-CALL
                 PERFORM WRITE-RUN-LOG-RECORD
              WHEN BT-STEP-END-CALL
                 PERFORM WRITE-RUN-LOG-RECORD
              WHEN BT-CHECK-BATCH-CALL
                 PERFORM CHECK-BATCH
              WHEN BT-REGISTER-BATCH-CALL
                 PERFORM REGISTER-BATCH
           END-EVALUATE.
           MOVE BT-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------------
      * One start or end record on the run log.  The log is extended
      * run after run and created the first time it is missing.
      *-----------------------------------------------------------------
       WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = '35'
              OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           IF WS-RUNLOG-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN RUN-LOG-FILE, STATUS '
                 WS-RUNLOG-STATUS ' - ' BT-PROGRAM-NAME
                 ' ' BT-CALL-CODE ' NOT LOGGED'
           ELSE
              MOVE SPACES TO RUN-LOG-RECORD
              MOVE BT-CALL-CODE TO RL-EVENT-CODE
              MOVE BT-PROGRAM-NAME TO RL-PROGRAM-NAME
              MOVE BT-RUN-STAMP TO RL-RUN-STAMP
              ACCEPT RL-EVENT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-TIME-RAW FROM TIME
              MOVE WS-TIME-RAW (1:6) TO RL-EVENT-TIME
              MOVE BT-RETURN-CODE TO RL-RETURN-CODE
              MOVE BT-LOG-NOTE TO RL-NOTE
              WRITE RUN-LOG-RECORD
              CLOSE RUN-LOG-FILE
           END-IF.

      *-----------------------------------------------------------------
      * The trailer checks come first - a batch that is incomplete or
      * does not count out is refused whether or not it has been seen
      * before.  Only a batch that counts out is looked up on the
      * registry.
      *-----------------------------------------------------------------
       CHECK-BATCH.
           SET BT-BATCH-ACCEPTED TO TRUE.
           MOVE SPACES TO BT-LOG-NOTE.
           EVALUATE TRUE
              WHEN BT-TRAILER-MISSING
                 SET BT-BATCH-REJECTED TO TRUE
                 MOVE 'NO TRAILER RECORD - BATCH INCOMPLETE'
                    TO BT-LOG-NOTE
              WHEN BT-RECORDS-AFTER-TRAILER NOT = ZEROS
                 SET BT-BATCH-REJECTED TO TRUE
                 MOVE 'RECORDS FOUND AFTER THE TRAILER'
                    TO BT-LOG-NOTE
              WHEN BT-TRAILER-COUNT NOT = BT-RECORDS-COUNTED
                 SET BT-BATCH-REJECTED TO TRUE
                 MOVE BT-TRAILER-COUNT TO WS-TRAILER-COUNT-PRINT
                 MOVE BT-RECORDS-COUNTED TO WS-COUNTED-PRINT
                 STRING 'TRAILER COUNT ' WS-TRAILER-COUNT-PRINT
                        ' READ ' WS-COUNTED-PRINT
                     DELIMITED BY SIZE INTO BT-LOG-NOTE
              WHEN OTHER
                 PERFORM LOOK-UP-REGISTRY
           END-EVALUATE.

      *-----------------------------------------------------------------
      * No registry yet means nothing has ever been registered, so
      * the batch is new.
      *-----------------------------------------------------------------
       LOOK-UP-REGISTRY.
           OPEN INPUT BATCH-REGISTRY-FILE.
           IF WS-BATCHREG-STATUS NOT = '35'
              IF WS-BATCHREG-STATUS NOT = '00'
                 DISPLAY 'UNABLE TO OPEN BATCH-REGISTRY-FILE, STATUS '
                    WS-BATCHREG-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE BT-FILE-NAME TO BR-FILE-NAME
              MOVE BT-BATCH-STAMP TO BR-BATCH-STAMP
              MOVE BT-PROGRAM-NAME TO BR-CONSUMER
              READ BATCH-REGISTRY-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET BT-BATCH-REJECTED TO TRUE
                     STRING 'ALREADY CONSUMED ON RUN '
                            BR-CONSUMED-STAMP
                         DELIMITED BY SIZE INTO BT-LOG-NOTE
              END-READ
              CLOSE BATCH-REGISTRY-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Records the batch against the calling program and its run
      * stamp.  The registry is created on first use, the same way
      * EMPLOYEE-LEAVE creates LEAVHIST.  A batch that is somehow on
      * file already was checked at start of step, so it is reported
      * and the step carries on.
      *-----------------------------------------------------------------
       REGISTER-BATCH.
           OPEN I-O BATCH-REGISTRY-FILE.
           IF WS-BATCHREG-STATUS = '35'
              OPEN OUTPUT BATCH-REGISTRY-FILE
              CLOSE BATCH-REGISTRY-FILE
              OPEN I-O BATCH-REGISTRY-FILE
           END-IF.
           IF WS-BATCHREG-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN BATCH-REGISTRY-FILE, STATUS '
                 WS-BATCHREG-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO BATCH-REGISTRY-RECORD.
           MOVE BT-FILE-NAME TO BR-FILE-NAME.
           MOVE BT-BATCH-STAMP TO BR-BATCH-STAMP.
           MOVE BT-PROGRAM-NAME TO BR-CONSUMER.
           MOVE BT-BATCH-PROGRAM TO BR-BATCH-PRODUCER.
           MOVE BT-TRAILER-COUNT TO BR-RECORD-COUNT.
           MOVE BT-RUN-STAMP TO BR-CONSUMED-STAMP.
           WRITE BATCH-REGISTRY-RECORD
               INVALID KEY
                  DISPLAY 'BATCH ' BT-FILE-NAME ' ' BT-BATCH-STAMP
                     ' ALREADY REGISTERED TO ' BT-PROGRAM-NAME
           END-WRITE.
           CLOSE BATCH-REGISTRY-FILE.
