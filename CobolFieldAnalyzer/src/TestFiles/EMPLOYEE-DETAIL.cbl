      *               being left open when the caller stops.
      *   2026-08-22  EMPLOYEE-TYPE, PAY-GRADE and WORK-SHIFT added
      *               to the record layout and the detail page.
      *   2026-10-05  LEAVE-STATUS added to the record layout and the
      *               detail page.
      *   2026-10-05  SUPERVISOR-ID added to the record layout and the
      *               detail page.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-DETAIL.
          05 EMPLOYEE-TYPE          PIC X(1).
          05 PAY-GRADE              PIC X(1).
          05 WORK-SHIFT             PIC X(1).
          05 LEAVE-STATUS           PIC X(1).
          05 SUPERVISOR-ID          PIC 9(6).
          05 PERFORMANCE-REVIEW-COUNT PIC 9(2) COMP.
          05 PERFORMANCE-REVIEWS OCCURS 0 TO 25 TIMES
                DEPENDING ON PERFORMANCE-REVIEW-COUNT.
           STRING '  TYPE: ' EMPLOYEE-TYPE
                  '  GRADE: ' PAY-GRADE
                  '  SHIFT: ' WORK-SHIFT
                  '  LEAVE: ' LEAVE-STATUS
                  '  SUPERVISOR: ' SUPERVISOR-ID
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO EMPLOYEE-DETAIL-LINE.
           WRITE EMPLOYEE-DETAIL-LINE.
