      *   2026-08-22  Initial version.
      *   2026-09-02  LAST-NAME carried as an alternate record key
      *               (with duplicates) on the employee master.
      *   2026-10-05  LEAVE-STATUS added to the master record layout.
      *   2026-10-05  SUPERVISOR-ID added to the master record layout.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-EXTRACT.
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
