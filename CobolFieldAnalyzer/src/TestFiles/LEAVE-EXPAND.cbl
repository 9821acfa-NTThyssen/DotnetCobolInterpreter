      *****************************************************************
      * PROGRAM-ID    LEAVE-EXPAND
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * One-time expansion of the employee master record for leave
      * of absence tracking.  Reads the pre-expansion indexed master
      * (renamed EMPMASTO for the run) and loads every record into a
      * fresh indexed master (EMPMAST) in the current layout, with
      * the new LEAVE-STATUS field set to 'N' - nobody is on leave
      * until EMPLOYEE-LEAVE says so.  Everything else is carried
      * byte for byte, reviews included.
      *
      * The journal before-images grow by the same byte, so EMPJRNL
      * is cut over to a fresh generation with this run - a batch
      * from before the expansion cannot be backed out after it.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-EXPAND.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       INSTALLATION. HOME-OFFICE-DATA-CENTER.
       DATE-WRITTEN. 2026-10-05.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE
               ASSIGN TO "EMPMASTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OD-EMPLOYEE-ID
               FILE STATUS IS WS-EMPMASTO-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IX-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS IX-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * Pre-expansion employee record (381 bytes of fixed portion).
      * Only the keys are named; everything else is carried through
      * the aliased filler piece.
      *
       FD  OLD-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 381 TO 1856 CHARACTERS
               DEPENDING ON WS-OLD-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 OLD-EMPLOYEE-RECORD.
          05 OD-EMPLOYEE-ID         PIC 9(6).
          05 OD-FIXED-NAME-FRONT    PIC X(16).
          05 OD-LAST-NAME           PIC X(20).
          05 OD-FIXED-BACK          PIC X(337).
          05 OD-REVIEW-COUNT        PIC 9(2) COMP.
          05 OD-REVIEW-ENTRY OCCURS 0 TO 25 TIMES
                DEPENDING ON OD-REVIEW-COUNT
                                     PIC X(59).

      *
      * Current employee record layout (382 bytes of fixed portion)
      * as an aliased view - the named pieces must stay byte-for-byte
      * identical to EMPLOYEE-RECORD in the HELLO-WORLD FILE SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 382 TO 1857 CHARACTERS
               DEPENDING ON WS-NEW-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 IX-EMPLOYEE-RECORD.
          05 IX-EMPLOYEE-ID         PIC 9(6).
          05 IX-FIXED-NAME-FRONT    PIC X(16).
          05 IX-LAST-NAME           PIC X(20).
          05 IX-FIXED-BACK          PIC X(337).
          05 IX-LEAVE-STATUS        PIC X(1).
          05 IX-REVIEW-COUNT        PIC 9(2) COMP.
          05 IX-REVIEW-ENTRY OCCURS 0 TO 25 TIMES
                DEPENDING ON IX-REVIEW-COUNT
                                     PIC X(59).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-EMPMASTO-STATUS     PIC X(2).
          05 WS-EMPMAST-STATUS      PIC X(2).

       01 WS-EMPMASTO-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-EMPMASTO                     VALUE 'Y'.

      *
      * RECORD IS VARYING ... DEPENDING ON targets - these hold the
      * record length in bytes; the input one is set by the READ
      * itself, the output one is computed from the review count
      * before every WRITE.
      *
       01 WS-OLD-RECORD-LENGTH      PIC 9(4) COMP.
       01 WS-NEW-RECORD-LENGTH      PIC 9(4) COMP.

       01 WS-EXPAND-TOTALS.
          05 WS-RECORDS-READ        PIC 9(6)     VALUE ZEROS.
          05 WS-RECORDS-LOADED      PIC 9(6)     VALUE ZEROS.

       01 WS-REVIEW-INDEX           PIC 9(2)     COMP.

       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           PERFORM READ-OLD-MASTER.
           PERFORM EXPAND-ONE-RECORD UNTIL END-OF-EMPMASTO.
           PERFORM CLOSE-FILES.
           DISPLAY "RECORDS READ:   " WS-RECORDS-READ.
           DISPLAY "RECORDS LOADED: " WS-RECORDS-LOADED.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT OLD-MASTER-FILE.
           IF WS-EMPMASTO-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN OLD-MASTER-FILE, STATUS '
                 WS-EMPMASTO-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS '
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE OLD-MASTER-FILE
           CLOSE EMPLOYEE-MASTER-FILE.

       READ-OLD-MASTER.
           READ OLD-MASTER-FILE
               AT END
                  SET END-OF-EMPMASTO TO TRUE
               NOT AT END
                  ADD 1 TO WS-RECORDS-READ
           END-READ.

       EXPAND-ONE-RECORD.
           MOVE OD-EMPLOYEE-ID TO IX-EMPLOYEE-ID.
           MOVE OD-FIXED-NAME-FRONT TO IX-FIXED-NAME-FRONT.
           MOVE OD-LAST-NAME TO IX-LAST-NAME.
           MOVE OD-FIXED-BACK TO IX-FIXED-BACK.
           MOVE 'N' TO IX-LEAVE-STATUS.
           MOVE OD-REVIEW-COUNT TO IX-REVIEW-COUNT.
           PERFORM COPY-ONE-REVIEW
               VARYING WS-REVIEW-INDEX FROM 1 BY 1
               UNTIL WS-REVIEW-INDEX > OD-REVIEW-COUNT.
           COMPUTE WS-NEW-RECORD-LENGTH =
              382 + 59 * OD-REVIEW-COUNT.
           WRITE IX-EMPLOYEE-RECORD
               INVALID KEY
                  DISPLAY 'DUPLICATE KEY DROPPED: ' IX-EMPLOYEE-ID
               NOT INVALID KEY
                  ADD 1 TO WS-RECORDS-LOADED
           END-WRITE.
           PERFORM READ-OLD-MASTER.

       COPY-ONE-REVIEW.
           MOVE OD-REVIEW-ENTRY (WS-REVIEW-INDEX)
              TO IX-REVIEW-ENTRY (WS-REVIEW-INDEX).
