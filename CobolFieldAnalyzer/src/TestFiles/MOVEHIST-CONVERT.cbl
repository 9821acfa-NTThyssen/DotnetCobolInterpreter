      *****************************************************************
      * PROGRAM-ID    MOVEHIST-CONVERT
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * One-time conversion of the headcount movement history.
      * Reads the old MOVEHIST generation (renamed MOVEHSTO for the
      * run) - one record per month with six department entries in
      * the fixed order 001-005 plus the catch-all - and writes the
      * current layout (MOVEHIST), one record per month and
      * department.  A department entry with no hires, no
      * terminations and no closing headcount is not carried, the
      * same as HEADCOUNT-MOVE writes it.  Run once, before the
      * first HEADCOUNT-MOVE run that reads departments from
      * DEPTMAST.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVEHIST-CONVERT.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       INSTALLATION. HOME-OFFICE-DATA-CENTER.
       DATE-WRITTEN. 2026-10-05.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE
               ASSIGN TO "MOVEHSTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVEHSTO-STATUS.

           SELECT MOVEMENT-HISTORY-FILE
               ASSIGN TO "MOVEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVEHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      * Old movement history record - the six department entries
      * in the fixed order 001-005 plus the catch-all.
      *
       FD  OLD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-HISTORY-RECORD.
           05 OH-YEAR-MONTH         PIC 9(6).
           05 OH-DEPT-ACTIVITY OCCURS 6 TIMES.
              10 OH-HIRES           PIC 9(5).
              10 OH-TERMS           PIC 9(5).
              10 OH-CLOSING         PIC 9(6).

      *
      * Current movement history record - must stay byte-for-byte
      * identical to MOVEMENT-HISTORY-RECORD in the HEADCOUNT-MOVE
      * FILE SECTION.
      *
       FD  MOVEMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOVEMENT-HISTORY-RECORD.
           05 MH-YEAR-MONTH         PIC 9(6).
           05 MH-DEPARTMENT-CODE    PIC X(3).
           05 MH-HIRES              PIC 9(5).
           05 MH-TERMS              PIC 9(5).
           05 MH-CLOSING            PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-MOVEHSTO-STATUS     PIC X(2).
          05 WS-MOVEHIST-STATUS     PIC X(2).

       01 WS-MOVEHSTO-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-MOVEHSTO                     VALUE 'Y'.

      *
      * The department codes behind the old fixed entry order.
      *
       01 WS-OLD-DEPT-CODES.
          05 FILLER                 PIC X(18)
                                     VALUE '001002003004005???'.
       01 WS-OLD-DEPT-TABLE REDEFINES WS-OLD-DEPT-CODES.
          05 WS-OLD-DEPT-CODE OCCURS 6 TIMES
                                     PIC X(3).

       01 WS-CONVERT-TOTALS.
          05 WS-MONTHS-READ         PIC 9(6)     VALUE ZEROS.
          05 WS-RECORDS-WRITTEN     PIC 9(6)     VALUE ZEROS.

       01 WS-DEPT-INDEX             PIC 9(2)     COMP.

       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           PERFORM READ-OLD-HISTORY.
           PERFORM CONVERT-ONE-MONTH UNTIL END-OF-MOVEHSTO.
           PERFORM CLOSE-FILES.
           DISPLAY "MONTHS READ:     " WS-MONTHS-READ.
           DISPLAY "RECORDS WRITTEN: " WS-RECORDS-WRITTEN.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT OLD-HISTORY-FILE.
           IF WS-MOVEHSTO-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN OLD-HISTORY-FILE, STATUS '
                 WS-MOVEHSTO-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT MOVEMENT-HISTORY-FILE.
           IF WS-MOVEHIST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN MOVEMENT-HISTORY-FILE, STATUS '
                 WS-MOVEHIST-STATUS
              STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE OLD-HISTORY-FILE
           CLOSE MOVEMENT-HISTORY-FILE.

       READ-OLD-HISTORY.
           READ OLD-HISTORY-FILE
               AT END
                  SET END-OF-MOVEHSTO TO TRUE
               NOT AT END
                  ADD 1 TO WS-MONTHS-READ
           END-READ.

       CONVERT-ONE-MONTH.
           PERFORM CONVERT-ONE-DEPT
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > 6.
           PERFORM READ-OLD-HISTORY.

       CONVERT-ONE-DEPT.
           IF OH-HIRES (WS-DEPT-INDEX) NOT = ZEROS
              OR OH-TERMS (WS-DEPT-INDEX) NOT = ZEROS
              OR OH-CLOSING (WS-DEPT-INDEX) NOT = ZEROS
              MOVE OH-YEAR-MONTH TO MH-YEAR-MONTH
              MOVE WS-OLD-DEPT-CODE (WS-DEPT-INDEX)
                 TO MH-DEPARTMENT-CODE
              MOVE OH-HIRES (WS-DEPT-INDEX) TO MH-HIRES
              MOVE OH-TERMS (WS-DEPT-INDEX) TO MH-TERMS
              MOVE OH-CLOSING (WS-DEPT-INDEX) TO MH-CLOSING
              WRITE MOVEMENT-HISTORY-RECORD
              ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.
