      *****************************************************************
      * PROGRAM-ID    SUPERVISOR-EXPAND
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * One-time expansion of the employee master record for the
      * reporting hierarchy.  Reads the pre-expansion indexed master
      * (renamed EMPMASTO for the run) and loads every record into a
      * fresh indexed master (EMPMAST) in the current layout, with
      * the new SUPERVISOR-ID field taken from the supervisor load
      * file HR keyed from the department org charts (SUPVLOAD - one
      * record per employee, EMPLOYEE-ID then the supervisor's
      * EMPLOYEE-ID, in EMPLOYEE-ID order).  An employee with no
      * load record starts with zeros - no supervisor on file - and
      * is picked up through EMPLOYEE-MAINT.  Everything else is
      * carried byte for byte, reviews included.
      *
      * A load record for an employee not on the master, or out of
      * EMPLOYEE-ID order, is dropped with a console line; whether
      * the supervisor named is on file and active is left to the
      * ORG-CHART exception list after the load.
      *
      * The journal before-images grow by the same six bytes, so
      * EMPJRNL is cut over to a fresh generation with this run - a
      * batch from before the expansion cannot be backed out after
      * it.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPERVISOR-EXPAND.
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

           SELECT SUPERVISOR-LOAD-FILE
               ASSIGN TO "SUPVLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPVLOAD-STATUS.

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
      * Pre-expansion employee record (382 bytes of fixed portion).
      * Only the keys are named; everything else is carried through
      * the aliased filler piece.
      *
       FD  OLD-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 382 TO 1857 CHARACTERS
               DEPENDING ON WS-OLD-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 OLD-EMPLOYEE-RECORD.
          05 OD-EMPLOYEE-ID         PIC 9(6).
          05 OD-FIXED-NAME-FRONT    PIC X(16).
          05 OD-LAST-NAME           PIC X(20).
          05 OD-FIXED-BACK          PIC X(338).
          05 OD-REVIEW-COUNT        PIC 9(2) COMP.
          05 OD-REVIEW-ENTRY OCCURS 0 TO 25 TIMES
                DEPENDING ON OD-REVIEW-COUNT
                                     PIC X(59).

      *
      * Supervisor load record - employee, then supervisor.
      *
       FD  SUPERVISOR-LOAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUPERVISOR-LOAD-RECORD.
           05 SL-EMPLOYEE-ID        PIC X(6).
           05 SL-SUPERVISOR-ID      PIC X(6).
           05 FILLER                PIC X(68).

      *
      * Current employee record layout (388 bytes of fixed portion)
      * as an aliased view - the named pieces must stay byte-for-byte
      * identical to EMPLOYEE-RECORD in the HELLO-WORLD FILE SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 388 TO 1863 CHARACTERS
               DEPENDING ON WS-NEW-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 IX-EMPLOYEE-RECORD.
          05 IX-EMPLOYEE-ID         PIC 9(6).
          05 IX-FIXED-NAME-FRONT    PIC X(16).
          05 IX-LAST-NAME           PIC X(20).
          05 IX-FIXED-BACK          PIC X(338).
          05 IX-SUPERVISOR-ID       PIC 9(6).
          05 IX-REVIEW-COUNT        PIC 9(2) COMP.
          05 IX-REVIEW-ENTRY OCCURS 0 TO 25 TIMES
                DEPENDING ON IX-REVIEW-COUNT
                                     PIC X(59).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-EMPMASTO-STATUS     PIC X(2).
          05 WS-SUPVLOAD-STATUS     PIC X(2).
          05 WS-EMPMAST-STATUS      PIC X(2).

       01 WS-EMPMASTO-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-EMPMASTO                     VALUE 'Y'.

       01 WS-SUPVLOAD-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-SUPVLOAD                     VALUE 'Y'.

      *
      * RECORD IS VARYING ... DEPENDING ON targets - these hold the
      * record length in bytes; the input one is set by the READ
      * itself, the output one is computed from the review count
      * before every WRITE.
      *
       01 WS-OLD-RECORD-LENGTH      PIC 9(4) COMP.
       01 WS-NEW-RECORD-LENGTH      PIC 9(4) COMP.

      *
      * Matching keys.  HIGH-VALUES marks an exhausted file so the
      * balance line never has to special-case end of file; the
      * prior load key catches a load file out of order.
      *
       01 WS-MATCH-KEYS.
          05 WS-MASTER-KEY          PIC X(6).
          05 WS-LOAD-KEY            PIC X(6).
          05 WS-PRIOR-LOAD-KEY      PIC X(6)     VALUE LOW-VALUES.

       01 WS-EXPAND-TOTALS.
          05 WS-RECORDS-READ        PIC 9(6)     VALUE ZEROS.
          05 WS-RECORDS-LOADED      PIC 9(6)     VALUE ZEROS.
          05 WS-SUPERVISORS-SET     PIC 9(6)     VALUE ZEROS.
          05 WS-LOAD-DROPPED        PIC 9(6)     VALUE ZEROS.

       01 WS-REVIEW-INDEX           PIC 9(2)     COMP.

       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           PERFORM READ-OLD-MASTER.
           PERFORM READ-SUPERVISOR-LOAD.
           PERFORM MATCH-MASTER-AND-LOAD
               UNTIL WS-MASTER-KEY = HIGH-VALUES
                 AND WS-LOAD-KEY = HIGH-VALUES.
           PERFORM CLOSE-FILES.
           DISPLAY "RECORDS READ:         " WS-RECORDS-READ.
           DISPLAY "RECORDS LOADED:       " WS-RECORDS-LOADED.
           DISPLAY "SUPERVISORS SET:      " WS-SUPERVISORS-SET.
           DISPLAY "LOAD RECORDS DROPPED: " WS-LOAD-DROPPED.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT OLD-MASTER-FILE.
           IF WS-EMPMASTO-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN OLD-MASTER-FILE, STATUS '
                 WS-EMPMASTO-STATUS
              STOP RUN
           END-IF.
           OPEN INPUT SUPERVISOR-LOAD-FILE.
           IF WS-SUPVLOAD-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN SUPERVISOR-LOAD-FILE, STATUS '
                 WS-SUPVLOAD-STATUS
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
           CLOSE SUPERVISOR-LOAD-FILE
           CLOSE EMPLOYEE-MASTER-FILE.

       READ-OLD-MASTER.
           READ OLD-MASTER-FILE
               AT END
                  SET END-OF-EMPMASTO TO TRUE
                  MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                  ADD 1 TO WS-RECORDS-READ
                  MOVE OD-EMPLOYEE-ID TO WS-MASTER-KEY
           END-READ.

      *-----------------------------------------------------------------
      * Next usable load record.  One that is out of EMPLOYEE-ID
      * order, or carries a non-numeric key, is dropped here so the
      * balance line only ever sees ascending keys.
      *-----------------------------------------------------------------
       READ-SUPERVISOR-LOAD.
           MOVE SPACES TO WS-LOAD-KEY.
           PERFORM READ-ONE-LOAD-RECORD UNTIL WS-LOAD-KEY NOT = SPACES.

       READ-ONE-LOAD-RECORD.
           READ SUPERVISOR-LOAD-FILE
               AT END
                  SET END-OF-SUPVLOAD TO TRUE
                  MOVE HIGH-VALUES TO WS-LOAD-KEY
               NOT AT END
                  IF SL-EMPLOYEE-ID NOT NUMERIC
                     OR SL-SUPERVISOR-ID NOT NUMERIC
                     OR SL-EMPLOYEE-ID NOT > WS-PRIOR-LOAD-KEY
                     DISPLAY 'LOAD RECORD ' SL-EMPLOYEE-ID ' '
                        SL-SUPERVISOR-ID ' INVALID OR OUT OF ORDER'
                        ' - DROPPED'
                     ADD 1 TO WS-LOAD-DROPPED
                  ELSE
                     MOVE SL-EMPLOYEE-ID TO WS-LOAD-KEY
                                             WS-PRIOR-LOAD-KEY
                  END-IF
           END-READ.

       MATCH-MASTER-AND-LOAD.
           EVALUATE TRUE
              WHEN WS-MASTER-KEY < WS-LOAD-KEY
                 MOVE ZEROS TO IX-SUPERVISOR-ID
                 PERFORM EXPAND-ONE-RECORD
                 PERFORM READ-OLD-MASTER
              WHEN WS-MASTER-KEY > WS-LOAD-KEY
                 DISPLAY 'LOAD RECORD FOR ' WS-LOAD-KEY
                    ' NOT ON MASTER - DROPPED'
                 ADD 1 TO WS-LOAD-DROPPED
                 PERFORM READ-SUPERVISOR-LOAD
              WHEN OTHER
                 MOVE SL-SUPERVISOR-ID TO IX-SUPERVISOR-ID
                 ADD 1 TO WS-SUPERVISORS-SET
                 PERFORM EXPAND-ONE-RECORD
                 PERFORM READ-OLD-MASTER
                 PERFORM READ-SUPERVISOR-LOAD
           END-EVALUATE.

       EXPAND-ONE-RECORD.
           MOVE OD-EMPLOYEE-ID TO IX-EMPLOYEE-ID.
           MOVE OD-FIXED-NAME-FRONT TO IX-FIXED-NAME-FRONT.
           MOVE OD-LAST-NAME TO IX-LAST-NAME.
           MOVE OD-FIXED-BACK TO IX-FIXED-BACK.
           MOVE OD-REVIEW-COUNT TO IX-REVIEW-COUNT.
           PERFORM COPY-ONE-REVIEW
               VARYING WS-REVIEW-INDEX FROM 1 BY 1
               UNTIL WS-REVIEW-INDEX > OD-REVIEW-COUNT.
           COMPUTE WS-NEW-RECORD-LENGTH =
              388 + 59 * OD-REVIEW-COUNT.
           WRITE IX-EMPLOYEE-RECORD
               INVALID KEY
                  DISPLAY 'DUPLICATE KEY DROPPED: ' IX-EMPLOYEE-ID
               NOT INVALID KEY
                  ADD 1 TO WS-RECORDS-LOADED
           END-WRITE.

       COPY-ONE-REVIEW.
           MOVE OD-REVIEW-ENTRY (WS-REVIEW-INDEX)
              TO IX-REVIEW-ENTRY (WS-REVIEW-INDEX).
