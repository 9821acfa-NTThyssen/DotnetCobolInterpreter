      *   2026-09-02  LAST-NAME carried as an alternate record key
      *               (with duplicates) on the employee master -
      *               exposed here through the aliased layout.
      *   2026-10-05  LEAVE-STATUS added to the master record layout.
      *   2026-10-05  SUPERVISOR-ID added to the master record layout.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-AUDIT.
      * SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 388 TO 1863 CHARACTERS
               DEPENDING ON WS-MASTER-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 AU-EMPLOYEE-RECORD.
          05 AU-EMPLOYEE-ID         PIC 9(6).
          05 FILLER                 PIC X(16).
          05 AU-LAST-NAME           PIC X(20).
          05 AU-FIXED-REMAINDER     PIC X(344).
          05 AU-REVIEW-COUNT        PIC 9(2) COMP.
          05 AU-REVIEW-ENTRY OCCURS 0 TO 25 TIMES
                DEPENDING ON AU-REVIEW-COUNT
