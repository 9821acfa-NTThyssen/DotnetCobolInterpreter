      *****************************************************************
      * PROGRAM-ID    EMPLOYEE-HISTORY
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * Employee history dossier.  EMPLOYEE-INQUIRY finds a person
      * by name on the live master; this job takes inquiry cards
      * (HISTCARD, one EMPLOYEE-ID per card in columns 1-6) and
      * prints everything the files hold on each person, one
      * dossier per card in card order, on HISTRPT:
      *   EMPLOYEE RECORD    the current master record or, when the
      *                      person has been purged, the archived
      *                      record from EMPARCH,
      *   HIRE AND TERMINATION EVENTS
      *                      the hire and termination dates on that
      *                      record plus any entry for the person in
      *                      the current HIRETRN and TERMTRN batches,
      *                      in date order,
      *   COMPENSATION CHANGES
      *                      every COMPHIST salary, pay grade and
      *                      department change, in date order,
      *   PERFORMANCE REVIEWS
      *                      every review on REVMAST,
      *   MASTER FILE UPDATES
      *                      every EMPJRNL entry for the person - the
      *                      action, the program and its run stamp -
      *                      in run stamp order.
      * A section with nothing in it says so.  An EMPLOYEE-ID found
      * in none of the files gets a single NOT FOUND line in place
      * of the dossier; a blank, non-numeric or repeated card gets a
      * line saying it was skipped.
      *
      * The cards are loaded into a table first and every file is
      * then read once from end to end; the dossier lines are
      * sorted on card, section and date.  The master is the only
      * file the run cannot do without.  Any other file that cannot
      * be opened is named at the top of the report as NOT SEARCHED
      * and the run ends with return code 8.  More than 100 cards
      * ends with return code 12; the cards past the limit are
      * counted on the report and not searched.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-HISTORY.
       AUTHOR. PAYROLL-SYSTEMS-GROUP.
       INSTALLATION. HOME-OFFICE-DATA-CENTER.
       DATE-WRITTEN. 2026-10-05.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO "EMPARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPARCH-STATUS.

           SELECT COMP-HISTORY-FILE
               ASSIGN TO "COMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPHIST-STATUS.

           SELECT REVIEW-MASTER-FILE
               ASSIGN TO "REVMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVMAST-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "EMPJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPJRNL-STATUS.

           SELECT HIRE-TRANS-FILE
               ASSIGN TO "HIRETRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIRETRN-STATUS.

           SELECT TERMINATION-TRANS-FILE
               ASSIGN TO "TERMTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMTRN-STATUS.

           SELECT HISTORY-CARD-FILE
               ASSIGN TO "HISTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCARD-STATUS.

           SELECT HISTORY-REPORT-FILE
               ASSIGN TO "HISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTRPT-STATUS.

           SELECT DOSSIER-SORT-FILE
               ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
      *
      * Must stay byte-for-byte identical to EMPLOYEE-RECORD in the
      * HELLO-WORLD FILE SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 388 TO 1863 CHARACTERS
               DEPENDING ON WS-MASTER-RECORD-LENGTH
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-RECORD.
          05 EMPLOYEE-ID            PIC 9(6).
          05 EMPLOYEE-NAME.
             10 FIRST-NAME          PIC X(15).
             10 MIDDLE-INITIAL      PIC X.
             10 LAST-NAME           PIC X(20).
          05 EMPLOYEE-ADDRESS.
             10 STREET-ADDRESS      PIC X(30).
             10 CITY                PIC X(20).
             10 STATE               PIC XX.
             10 ZIP-CODE            PIC 9(5).
             10 ZIP-EXTENSION       PIC 9(4).
          05 DATE-OF-BIRTH          PIC 9(8).
          05 EMPLOYEE-PHONE         PIC X(12).
          05 DEPARTMENT-CODE        PIC X(4).
          05 SALARY                 PIC 9(7)V99.
          05 EMPLOYEE-STATUS        PIC X(1).
          05 HIRE-DATE              PIC 9(8).
          05 TERMINATION-DATE       PIC 9(8).
          05 EMPLOYMENT-HISTORY.
             10 JOB-TITLE           PIC X(20).
             10 JOB-DURATION        PIC 9(3).
             10 JOB-LOCATION        PIC X(15).
          05 EMPLOYEE-BENEFITS.
             10 HEALTH-PLAN         PIC X(1).
             10 DENTAL-PLAN         PIC X(1).
             10 VISION-PLAN         PIC X(1).
             10 RETIREMENT-PLAN     PIC X(1).
             10 LIFE-INSURANCE      PIC 9(5).
          05 DEPENDENT-INFO OCCURS 3 TIMES.
             10 DEPENDENT-NAME      PIC X(20).
             10 DEPENDENT-RELATION  PIC X(10).
             10 DEPENDENT-AGE       PIC 9(2).
          05 EMPLOYEE-SKILLS.
             10 SKILL OCCURS 5 TIMES.
                15 SKILL-NAME       PIC X(15).
                15 SKILL-LEVEL      PIC 9(1).
          05 EMPLOYEE-TYPE          PIC X(1).
          05 PAY-GRADE              PIC X(1).
          05 WORK-SHIFT             PIC X(1).
          05 LEAVE-STATUS           PIC X(1).
          05 SUPERVISOR-ID          PIC 9(6).
          05 PERFORMANCE-REVIEW-COUNT PIC 9(2) COMP.
          05 PERFORMANCE-REVIEWS OCCURS 0 TO 25 TIMES
                DEPENDING ON PERFORMANCE-REVIEW-COUNT.
             10 REVIEW-DATE         PIC 9(8).
             10 REVIEW-RATING       PIC X(1).
             10 COMMENTS            PIC X(50).

      *
      * Purged employee records as EMPLOYEE-ARCHIVE writes them -
      * the master layout.  An archived record is moved whole into
      * EMPLOYEE-RECORD to be printed, so only the key is named.
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
                                     PIC X(59).

      *
      * Must stay byte-for-byte identical to COMP-HISTORY-RECORD in
      * the EMPLOYEE-MAINT FILE SECTION.  The file accumulates, one
      * batch trailer per run; the trailers are passed over.
      *
       FD  COMP-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMP-HISTORY-RECORD.
           05 CH-EMPLOYEE-ID        PIC 9(6).
           05 CH-RUN-DATE           PIC 9(8).
           05 CH-CHANGE-TYPE        PIC X(1).
              88 CH-SALARY-CHANGE                VALUE 'S'.
              88 CH-GRADE-CHANGE                 VALUE 'G'.
              88 CH-DEPT-CHANGE                  VALUE 'D'.
           05 CH-OLD-VALUE          PIC X(9).
           05 CH-NEW-VALUE          PIC X(9).
           05 FILLER                PIC X(27).
      *
      * Batch trailer - same shape as COMP-HISTORY-TRAILER in the
      * EMPLOYEE-MAINT FILE SECTION.
      *
       01  COMP-HISTORY-TRAILER.
           05 CH-TRAILER-ID         PIC X(6).
              88 CH-BATCH-TRAILER                VALUE 'TRAILR'.
           05 CH-BATCH-STAMP        PIC X(14).
           05 CH-BATCH-PROGRAM      PIC X(16).
           05 CH-BATCH-COUNT        PIC 9(7).
           05 FILLER                PIC X(17).

      *
      * Must stay byte-for-byte identical to REVIEW-MASTER-RECORD in
      * the REVIEW-CONSOL FILE SECTION.
      *
       FD  REVIEW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-MASTER-RECORD.
           05 RM-EMPLOYEE-ID        PIC 9(6).
           05 RM-REVIEW-DATE        PIC 9(8).
           05 RM-REVIEW-RATING      PIC X(1).
           05 RM-COMMENTS           PIC X(50).

      *
      * Before-image journal of the employee master.  Must stay
      * byte-for-byte identical to JOURNAL-RECORD in HELLO-WORLD,
      * EMPLOYEE-MAINT, EMPLOYEE-ARCHIVE and EMPLOYEE-BACKOUT.  Only
      * the program, run stamp, action and key are printed here.
      *
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD.
           05 JR-PROGRAM-NAME       PIC X(16).
           05 JR-RUN-STAMP          PIC X(14).
           05 JR-ACTION-CODE        PIC X(1).
              88 JR-WRITE-ACTION                 VALUE 'W'.
              88 JR-REWRITE-ACTION               VALUE 'R'.
              88 JR-DELETE-ACTION                VALUE 'D'.
           05 JR-EMPLOYEE-ID        PIC X(6).
           05 JR-RECORD-LENGTH      PIC 9(4).
           05 JR-BEFORE-IMAGE       PIC X(1863).

      *
      * Must stay byte-for-byte identical to HIRE-TRANS-RECORD in
      * the EMPLOYEE-MAINT FILE SECTION.
      *
       FD  HIRE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIRE-TRANS-RECORD.
           05 HT-EMPLOYEE-ID        PIC 9(6).
           05 HT-EMPLOYEE-NAME      PIC X(36).
           05 HT-DEPARTMENT-CODE    PIC X(4).
           05 HT-HIRE-DATE          PIC 9(8).
      *
      * Batch trailer - same shape as HIRE-TRANS-TRAILER in the
      * EMPLOYEE-MAINT FILE SECTION.
      *
       01  HIRE-TRANS-TRAILER.
           05 HT-TRAILER-ID         PIC X(6).
              88 HT-BATCH-TRAILER                VALUE 'TRAILR'.
           05 HT-BATCH-STAMP        PIC X(14).
           05 HT-BATCH-PROGRAM      PIC X(16).
           05 HT-BATCH-COUNT        PIC 9(7).
           05 FILLER                PIC X(11).

      *
      * Must stay byte-for-byte identical to
      * TERMINATION-TRANS-RECORD in the HELLO-WORLD FILE SECTION.
      *
       FD  TERMINATION-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TERMINATION-TRANS-RECORD.
           05 TT-EMPLOYEE-ID        PIC 9(6).
           05 TT-EMPLOYEE-NAME      PIC X(36).
           05 TT-HIRE-DATE          PIC 9(8).
           05 TT-TERMINATION-DATE   PIC 9(8).
           05 TT-TERMINATION-STATUS PIC X(1).
           05 TT-EMPLOYEE-STATUS    PIC X(1).
      *
      * Batch trailer - same shape as REVIEW-HISTORY-TRAILER in the
      * HELLO-WORLD FILE SECTION.
      *
       01  TERMINATION-TRANS-TRAILER.
           05 TT-TRAILER-ID         PIC X(6).
              88 TT-BATCH-TRAILER                VALUE 'TRAILR'.
           05 TT-BATCH-STAMP        PIC X(14).
           05 TT-BATCH-PROGRAM      PIC X(16).
           05 TT-BATCH-COUNT        PIC 9(7).
           05 FILLER                PIC X(17).

      *
      * One inquiry per card - the EMPLOYEE-ID in columns 1-6.
      *
       FD  HISTORY-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-CARD-RECORD.
           05 HC-EMPLOYEE-ID        PIC X(6).
           05 FILLER                PIC X(74).

       FD  HISTORY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REPORT-LINE      PIC X(132).

      *
      * One sort record per dossier line.  DS-CARD-NUMBER keeps the
      * dossiers in card order, DS-SECTION the sections in print
      * order (0 is a card that gets a single message line instead
      * of a dossier), DS-ORDER-KEY the date or run stamp inside a
      * section and DS-SEQUENCE the order the lines were read where
      * the dates are the same.
      *
       SD  DOSSIER-SORT-FILE.
       01  DOSSIER-SORT-RECORD.
           05 DS-CARD-NUMBER        PIC 9(3).
           05 DS-SECTION            PIC 9(1).
              88 DS-CARD-MESSAGE                 VALUE 0.
           05 DS-ORDER-KEY          PIC X(14).
           05 DS-SEQUENCE           PIC 9(7).
           05 DS-EMPLOYEE-ID        PIC X(6).
           05 DS-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
      *
      * File status and switches.
      *
       01 WS-FILE-STATUSES.
          05 WS-EMPMAST-STATUS      PIC X(2).
          05 WS-EMPARCH-STATUS      PIC X(2).
          05 WS-COMPHIST-STATUS     PIC X(2).
          05 WS-REVMAST-STATUS      PIC X(2).
          05 WS-EMPJRNL-STATUS      PIC X(2).
          05 WS-HIRETRN-STATUS      PIC X(2).
          05 WS-TERMTRN-STATUS      PIC X(2).
          05 WS-HISTCARD-STATUS     PIC X(2).
          05 WS-HISTRPT-STATUS      PIC X(2).

       01 WS-HISTCARD-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-HISTCARD                     VALUE 'Y'.

       01 WS-EMPARCH-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-EMPARCH                      VALUE 'Y'.

       01 WS-COMPHIST-EOF-SWITCH    PIC X(1)     VALUE 'N'.
          88 END-OF-COMPHIST                     VALUE 'Y'.

       01 WS-REVMAST-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-REVMAST                      VALUE 'Y'.

       01 WS-EMPJRNL-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-EMPJRNL                      VALUE 'Y'.

       01 WS-HIRETRN-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-HIRETRN                      VALUE 'Y'.

       01 WS-TERMTRN-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-TERMTRN                      VALUE 'Y'.

       01 WS-SORT-EOF-SWITCH        PIC X(1)     VALUE 'N'.
          88 END-OF-SORT-FILE                    VALUE 'Y'.

      *
      * RECORD IS VARYING ... DEPENDING ON targets - set by the READ
      * itself; neither file is written here.
      *
       01 WS-MASTER-RECORD-LENGTH   PIC 9(4) COMP.
       01 WS-ARCHIVE-RECORD-LENGTH  PIC 9(4) COMP.

      *
      * The inquiry table, one entry per card in card order.
      *   CARD-STATE     V a valid EMPLOYEE-ID to search for,
      *                  B/I/R a blank, non-numeric or repeated card
      *   RECORD-SOURCE  where the employee record was found
      *   SOURCE-HITS    dossier lines found for the card, from
      *                  any file - zero is NOT FOUND
      *
       01 WS-INQUIRY-TABLE.
          05 WS-INQUIRY-ENTRY OCCURS 100 TIMES.
             10 WS-IQ-EMPLOYEE-ID   PIC X(6).
             10 WS-IQ-EMPLOYEE-NUM REDEFINES WS-IQ-EMPLOYEE-ID
                                     PIC 9(6).
             10 WS-IQ-CARD-STATE    PIC X(1).
                88 IQ-CARD-VALID                VALUE 'V'.
                88 IQ-CARD-BLANK                VALUE 'B'.
                88 IQ-CARD-INVALID              VALUE 'I'.
                88 IQ-CARD-REPEATED             VALUE 'R'.
             10 WS-IQ-RECORD-SOURCE PIC X(1).
                88 IQ-RECORD-MISSING            VALUE ' '.
                88 IQ-ON-MASTER                 VALUE 'M'.
                88 IQ-ON-ARCHIVE                VALUE 'A'.
             10 WS-IQ-SOURCE-HITS   PIC 9(5)     COMP.
       01 WS-INQUIRY-COUNT          PIC 9(3)     COMP VALUE 0.
       01 WS-INQUIRY-LIMIT          PIC 9(3)     COMP VALUE 100.

       01 WS-SEARCH-AREA.
          05 WS-FIND-ID             PIC X(6).
          05 WS-FIND-SUB            PIC 9(3)     COMP.
          05 WS-INQUIRY-INDEX       PIC 9(3)     COMP.

      *
      * Files that could not be opened, for the head of the report.
      *
       01 WS-NOT-SEARCHED-TABLE.
          05 WS-NOT-SEARCHED-ENTRY OCCURS 6 TIMES.
             10 WS-NOT-SEARCHED-FILE
                                     PIC X(8).
             10 WS-NOT-SEARCHED-STATUS
                                     PIC X(2).
       01 WS-NOT-SEARCHED-COUNT     PIC 9(1)     COMP VALUE 0.
       01 WS-NOT-SEARCHED-INDEX     PIC 9(1)     COMP.
       01 WS-SOURCE-FILE            PIC X(8).
       01 WS-SOURCE-STATUS          PIC X(2).

      *
      * The section headings, in DS-SECTION order.
      *
       01 WS-SECTION-TITLE-VALUES.
          05 FILLER                 PIC X(40)
                VALUE 'EMPLOYEE RECORD'.
          05 FILLER                 PIC X(40)
                VALUE 'HIRE AND TERMINATION EVENTS'.
          05 FILLER                 PIC X(40)
                VALUE 'COMPENSATION CHANGES - COMPHIST'.
          05 FILLER                 PIC X(40)
                VALUE 'PERFORMANCE REVIEWS - REVMAST'.
          05 FILLER                 PIC X(40)
                VALUE 'MASTER FILE UPDATES - EMPJRNL'.
       01 WS-SECTION-TITLES REDEFINES WS-SECTION-TITLE-VALUES.
          05 WS-SECTION-TITLE OCCURS 5 TIMES
                                     PIC X(40).
       01 WS-LAST-SECTION           PIC 9(1)     VALUE 5.

      *
      * Sort release and print work areas.
      *
       01 WS-RELEASE-AREA.
          05 WS-RELEASE-SECTION     PIC 9(1).
          05 WS-RELEASE-ORDER-KEY   PIC X(14).
          05 WS-RELEASE-SEQUENCE    PIC 9(7)     VALUE ZEROS.
          05 WS-DOSSIER-LINE        PIC X(100).
       01 WS-RECORD-SOURCE-TEXT     PIC X(15).

       01 WS-PRINT-AREA.
          05 WS-GROUP-CARD-NUMBER   PIC 9(3).
          05 WS-PRINT-SECTION       PIC 9(1).
          05 WS-SECTION-LINES       PIC 9(5).

       01 WS-CHANGE-TEXT            PIC X(10).
       01 WS-ACTION-TEXT            PIC X(20).
       01 WS-OLD-VALUE-TEXT         PIC X(12).
       01 WS-NEW-VALUE-TEXT         PIC X(12).
       01 WS-SALARY-VALUE           PIC X(9).
       01 WS-SALARY-AMOUNT REDEFINES WS-SALARY-VALUE
                                     PIC 9(7)V99.
       01 WS-SALARY-EDIT            PIC Z,ZZZ,ZZ9.99.

      *
      * Run stamp and totals.
      *
       01 WS-RUN-STAMP.
          05 WS-STAMP-DATE          PIC 9(8).
          05 WS-STAMP-TIME          PIC 9(6).
       01 WS-TIME-RAW               PIC X(8).

       01 WS-RUN-TOTALS.
          05 WS-CARDS-READ          PIC 9(5)     VALUE ZEROS.
          05 WS-CARDS-OVER-LIMIT    PIC 9(5)     VALUE ZEROS.
          05 WS-CARDS-SKIPPED       PIC 9(5)     VALUE ZEROS.
          05 WS-DOSSIERS-PRINTED    PIC 9(5)     VALUE ZEROS.
          05 WS-NOT-FOUND-COUNT     PIC 9(5)     VALUE ZEROS.

       01 WS-REPORT-LINE            PIC X(132).

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
           MOVE SPACES TO WS-INQUIRY-TABLE.
           PERFORM READ-HISTORY-CARD.
           PERFORM LOAD-ONE-CARD UNTIL END-OF-HISTCARD.
           SORT DOSSIER-SORT-FILE
               ON ASCENDING KEY DS-CARD-NUMBER DS-SECTION
                                DS-ORDER-KEY DS-SEQUENCE
               INPUT PROCEDURE IS GATHER-DOSSIER-LINES
               OUTPUT PROCEDURE IS PRINT-DOSSIERS.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "HISTORY CARDS READ:  " WS-CARDS-READ.
           DISPLAY "DOSSIERS PRINTED:    " WS-DOSSIERS-PRINTED.
           DISPLAY "NOT FOUND:           " WS-NOT-FOUND-COUNT.
           IF WS-CARDS-OVER-LIMIT > 0
              DISPLAY 'HISTORY CARDS OVER LIMIT, NOT SEARCHED: '
                 WS-CARDS-OVER-LIMIT
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-NOT-SEARCHED-COUNT > 0
                 DISPLAY 'FILES NOT SEARCHED - SEE HISTRPT'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM LOG-STEP-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'EMPLOYEE-HISTORY' TO BT-PROGRAM-NAME.
           MOVE WS-RUN-STAMP TO BT-RUN-STAMP.
           SET BT-STEP-START-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

       LOG-STEP-END.
           SET BT-STEP-END-CALL TO TRUE.
           MOVE RETURN-CODE TO BT-RETURN-CODE.
           CALL 'BATCH-CONTROL' USING WS-BATCH-CONTROL-AREA.

      *-----------------------------------------------------------------
      * The master, the cards and the report are needed for any
      * dossier at all; a failure to open one of them aborts the
      * run.  The history files are opened as each is searched.
      *-----------------------------------------------------------------
       OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS '
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.
           OPEN INPUT HISTORY-CARD-FILE.
           IF WS-HISTCARD-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN HISTORY-CARD-FILE, STATUS '
                 WS-HISTCARD-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT HISTORY-REPORT-FILE.
           IF WS-HISTRPT-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN HISTORY-REPORT-FILE, STATUS '
                 WS-HISTRPT-STATUS
              STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE HISTORY-CARD-FILE
           CLOSE HISTORY-REPORT-FILE.

       READ-HISTORY-CARD.
           READ HISTORY-CARD-FILE
               AT END
                  SET END-OF-HISTCARD TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * One card into the inquiry table.  An EMPLOYEE-ID already
      * asked for on an earlier card is marked repeated so the
      * dossier is only printed once.
      *-----------------------------------------------------------------
       LOAD-ONE-CARD.
           ADD 1 TO WS-CARDS-READ.
           IF WS-INQUIRY-COUNT < WS-INQUIRY-LIMIT
              ADD 1 TO WS-INQUIRY-COUNT
              MOVE HC-EMPLOYEE-ID
                  TO WS-IQ-EMPLOYEE-ID (WS-INQUIRY-COUNT)
              MOVE 0 TO WS-IQ-SOURCE-HITS (WS-INQUIRY-COUNT)
              EVALUATE TRUE
                 WHEN HC-EMPLOYEE-ID = SPACES
                    SET IQ-CARD-BLANK (WS-INQUIRY-COUNT) TO TRUE
                 WHEN HC-EMPLOYEE-ID NOT NUMERIC
                    SET IQ-CARD-INVALID (WS-INQUIRY-COUNT) TO TRUE
                 WHEN OTHER
                    MOVE HC-EMPLOYEE-ID TO WS-FIND-ID
                    PERFORM FIND-INQUIRY-ENTRY
                    IF WS-FIND-SUB > 0
                       SET IQ-CARD-REPEATED (WS-INQUIRY-COUNT)
                          TO TRUE
                    ELSE
                       SET IQ-CARD-VALID (WS-INQUIRY-COUNT)
                          TO TRUE
                    END-IF
              END-EVALUATE
           ELSE
              ADD 1 TO WS-CARDS-OVER-LIMIT
           END-IF.
           PERFORM READ-HISTORY-CARD.

      *-----------------------------------------------------------------
      * The inquiry entry searching for WS-FIND-ID, or zero.  Only
      * valid cards take part, so a repeated card never matches.
      *-----------------------------------------------------------------
       FIND-INQUIRY-ENTRY.
           MOVE 0 TO WS-FIND-SUB.
           PERFORM CHECK-ONE-INQUIRY-ENTRY
               VARYING WS-INQUIRY-INDEX FROM 1 BY 1
               UNTIL WS-INQUIRY-INDEX > WS-INQUIRY-COUNT
                  OR WS-FIND-SUB > 0.

       CHECK-ONE-INQUIRY-ENTRY.
           IF IQ-CARD-VALID (WS-INQUIRY-INDEX)
                 AND WS-IQ-EMPLOYEE-ID (WS-INQUIRY-INDEX)
                     = WS-FIND-ID
              MOVE WS-INQUIRY-INDEX TO WS-FIND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Sort input: the master looked up card by card, then one
      * pass of each history file, then a message line for every
      * card that will not get a dossier.
      *-----------------------------------------------------------------
       GATHER-DOSSIER-LINES.
           PERFORM LOOK-UP-ONE-MASTER
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-INQUIRY-COUNT.
           PERFORM SEARCH-ARCHIVE.
           PERFORM SEARCH-COMP-HISTORY.
           PERFORM SEARCH-REVIEW-MASTER.
           PERFORM SEARCH-JOURNAL.
           PERFORM SEARCH-HIRE-TRANS.
           PERFORM SEARCH-TERMINATION-TRANS.
           PERFORM RELEASE-CARD-MESSAGE
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-INQUIRY-COUNT.

      *-----------------------------------------------------------------
      * A history file that cannot be opened is noted for the head
      * of the report and the search goes on without it.
      *-----------------------------------------------------------------
       NOTE-FILE-NOT-SEARCHED.
           ADD 1 TO WS-NOT-SEARCHED-COUNT.
           MOVE WS-SOURCE-FILE
               TO WS-NOT-SEARCHED-FILE (WS-NOT-SEARCHED-COUNT).
           MOVE WS-SOURCE-STATUS
               TO WS-NOT-SEARCHED-STATUS (WS-NOT-SEARCHED-COUNT).

       LOOK-UP-ONE-MASTER.
           IF IQ-CARD-VALID (WS-FIND-SUB)
              MOVE WS-IQ-EMPLOYEE-NUM (WS-FIND-SUB) TO EMPLOYEE-ID
              READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET IQ-ON-MASTER (WS-FIND-SUB) TO TRUE
                     MOVE 'MASTER RECORD' TO WS-RECORD-SOURCE-TEXT
                     MOVE 'CURRENT MASTER RECORD' TO WS-DOSSIER-LINE
                     PERFORM RELEASE-EMPLOYEE-RECORD
              END-READ
           END-IF.

      *-----------------------------------------------------------------
      * The archive only matters for people no longer on the master.
      * Every archived image of such a person is printed.
      *-----------------------------------------------------------------
       SEARCH-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-EMPARCH-STATUS = '00'
              PERFORM READ-ARCHIVE-RECORD
              PERFORM MATCH-ONE-ARCHIVE-RECORD UNTIL END-OF-EMPARCH
              CLOSE ARCHIVE-FILE
           ELSE
              MOVE 'EMPARCH' TO WS-SOURCE-FILE
              MOVE WS-EMPARCH-STATUS TO WS-SOURCE-STATUS
              PERFORM NOTE-FILE-NOT-SEARCHED
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                  SET END-OF-EMPARCH TO TRUE
           END-READ.

       MATCH-ONE-ARCHIVE-RECORD.
           MOVE AR-EMPLOYEE-ID TO WS-FIND-ID.
           PERFORM FIND-INQUIRY-ENTRY.
           IF WS-FIND-SUB > 0
              IF NOT IQ-ON-MASTER (WS-FIND-SUB)
                 SET IQ-ON-ARCHIVE (WS-FIND-SUB) TO TRUE
                 MOVE ARCHIVE-RECORD TO EMPLOYEE-RECORD
                 MOVE 'ARCHIVED RECORD' TO WS-RECORD-SOURCE-TEXT
                 MOVE 'ARCHIVED RECORD - PURGED FROM THE MASTER'
                     TO WS-DOSSIER-LINE
                 PERFORM RELEASE-EMPLOYEE-RECORD
              END-IF
           END-IF.
           PERFORM READ-ARCHIVE-RECORD.

      *-----------------------------------------------------------------
      * The employee record section from EMPLOYEE-RECORD, whether
      * read off the master or moved in from the archive, and the
      * hire and termination dates it carries as events.  The
      * caller has put the record's heading in WS-DOSSIER-LINE.
      *-----------------------------------------------------------------
       RELEASE-EMPLOYEE-RECORD.
           MOVE 1 TO WS-RELEASE-SECTION.
           MOVE SPACES TO WS-RELEASE-ORDER-KEY.
           PERFORM RELEASE-DOSSIER-LINE.
           MOVE SPACES TO WS-DOSSIER-LINE.
           STRING 'NAME        ' LAST-NAME ' ' FIRST-NAME ' '
                  MIDDLE-INITIAL
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE.
           PERFORM RELEASE-DOSSIER-LINE.
           MOVE SPACES TO WS-DOSSIER-LINE.
           STRING 'ADDRESS     ' STREET-ADDRESS ' ' CITY ' ' STATE
                  ' ' ZIP-CODE '-' ZIP-EXTENSION
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE.
           PERFORM RELEASE-DOSSIER-LINE.
           MOVE SPACES TO WS-DOSSIER-LINE.
           STRING 'BORN        ' DATE-OF-BIRTH
                  '   PHONE ' EMPLOYEE-PHONE
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE.
           PERFORM RELEASE-DOSSIER-LINE.
           MOVE SPACES TO WS-DOSSIER-LINE.
           STRING 'DEPARTMENT  ' DEPARTMENT-CODE
                  '   JOB ' JOB-TITLE ' AT ' JOB-LOCATION
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE.
           PERFORM RELEASE-DOSSIER-LINE.
           MOVE SPACES TO WS-DOSSIER-LINE.
           STRING 'STATUS      ' EMPLOYEE-STATUS
                  '   TYPE ' EMPLOYEE-TYPE
                  '   GRADE ' PAY-GRADE
                  '   SHIFT ' WORK-SHIFT
                  '   LEAVE ' LEAVE-STATUS
                  '   SUPERVISOR ' SUPERVISOR-ID
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE.
           PERFORM RELEASE-DOSSIER-LINE.
           MOVE SALARY TO WS-SALARY-EDIT.
           MOVE SPACES TO WS-DOSSIER-LINE.
           STRING 'SALARY      ' WS-SALARY-EDIT
                  '   HIRED ' HIRE-DATE
                  '   TERMINATED ' TERMINATION-DATE
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE.
           PERFORM RELEASE-DOSSIER-LINE.
           MOVE SPACES TO WS-DOSSIER-LINE.
           STRING 'BENEFITS    HEALTH ' HEALTH-PLAN
                  '   DENTAL ' DENTAL-PLAN
                  '   VISION ' VISION-PLAN
                  '   RETIREMENT ' RETIREMENT-PLAN
                  '   LIFE ' LIFE-INSURANCE
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE.
           PERFORM RELEASE-DOSSIER-LINE.
           MOVE 2 TO WS-RELEASE-SECTION.
           IF HIRE-DATE NOT = ZEROS
              MOVE HIRE-DATE TO WS-RELEASE-ORDER-KEY
              MOVE SPACES TO WS-DOSSIER-LINE
              STRING HIRE-DATE '  HIRED                   '
                     'DEPARTMENT ' DEPARTMENT-CODE
                     '   PER ' WS-RECORD-SOURCE-TEXT
                  DELIMITED BY SIZE INTO WS-DOSSIER-LINE
              PERFORM RELEASE-DOSSIER-LINE
           END-IF.
           IF TERMINATION-DATE NOT = ZEROS
              MOVE TERMINATION-DATE TO WS-RELEASE-ORDER-KEY
              MOVE SPACES TO WS-DOSSIER-LINE
              STRING TERMINATION-DATE '  TERMINATED              '
                     'STATUS ' EMPLOYEE-STATUS
                     '       PER ' WS-RECORD-SOURCE-TEXT
                  DELIMITED BY SIZE INTO WS-DOSSIER-LINE
              PERFORM RELEASE-DOSSIER-LINE
           END-IF.

      *-----------------------------------------------------------------
      * Compensation changes, dated by the run that applied them.
      * A salary is carried as nine digits with two decimals and
      * is printed edited; a grade or department as it stands.
      *-----------------------------------------------------------------
       SEARCH-COMP-HISTORY.
           OPEN INPUT COMP-HISTORY-FILE.
           IF WS-COMPHIST-STATUS = '00'
              PERFORM READ-COMP-HISTORY
              PERFORM MATCH-ONE-COMP-CHANGE UNTIL END-OF-COMPHIST
              CLOSE COMP-HISTORY-FILE
           ELSE
              MOVE 'COMPHIST' TO WS-SOURCE-FILE
              MOVE WS-COMPHIST-STATUS TO WS-SOURCE-STATUS
              PERFORM NOTE-FILE-NOT-SEARCHED
           END-IF.

       READ-COMP-HISTORY.
           READ COMP-HISTORY-FILE
               AT END
                  SET END-OF-COMPHIST TO TRUE
           END-READ.

       MATCH-ONE-COMP-CHANGE.
           IF NOT CH-BATCH-TRAILER
              MOVE CH-EMPLOYEE-ID TO WS-FIND-ID
              PERFORM FIND-INQUIRY-ENTRY
              IF WS-FIND-SUB > 0
                 PERFORM RELEASE-COMP-CHANGE
              END-IF
           END-IF.
           PERFORM READ-COMP-HISTORY.

       RELEASE-COMP-CHANGE.
           MOVE CH-OLD-VALUE TO WS-OLD-VALUE-TEXT.
           MOVE CH-NEW-VALUE TO WS-NEW-VALUE-TEXT.
           EVALUATE TRUE
              WHEN CH-SALARY-CHANGE
                 MOVE 'SALARY' TO WS-CHANGE-TEXT
                 MOVE CH-OLD-VALUE TO WS-SALARY-VALUE
                 IF WS-SALARY-VALUE NUMERIC
                    MOVE WS-SALARY-AMOUNT TO WS-SALARY-EDIT
                    MOVE WS-SALARY-EDIT TO WS-OLD-VALUE-TEXT
                 END-IF
                 MOVE CH-NEW-VALUE TO WS-SALARY-VALUE
                 IF WS-SALARY-VALUE NUMERIC
                    MOVE WS-SALARY-AMOUNT TO WS-SALARY-EDIT
                    MOVE WS-SALARY-EDIT TO WS-NEW-VALUE-TEXT
                 END-IF
              WHEN CH-GRADE-CHANGE
                 MOVE 'PAY GRADE' TO WS-CHANGE-TEXT
              WHEN CH-DEPT-CHANGE
                 MOVE 'DEPARTMENT' TO WS-CHANGE-TEXT
              WHEN OTHER
                 MOVE SPACES TO WS-CHANGE-TEXT
                 STRING 'TYPE ' CH-CHANGE-TYPE
                     DELIMITED BY SIZE INTO WS-CHANGE-TEXT
           END-EVALUATE.
           MOVE 3 TO WS-RELEASE-SECTION.
           MOVE CH-RUN-DATE TO WS-RELEASE-ORDER-KEY.
           MOVE SPACES TO WS-DOSSIER-LINE.
           STRING CH-RUN-DATE '  ' WS-CHANGE-TEXT
                  '  FROM ' WS-OLD-VALUE-TEXT
                  '  TO ' WS-NEW-VALUE-TEXT
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE.
           PERFORM RELEASE-DOSSIER-LINE.

       SEARCH-REVIEW-MASTER.
           OPEN INPUT REVIEW-MASTER-FILE.
           IF WS-REVMAST-STATUS = '00'
              PERFORM READ-REVIEW-MASTER
              PERFORM MATCH-ONE-REVIEW UNTIL END-OF-REVMAST
              CLOSE REVIEW-MASTER-FILE
           ELSE
              MOVE 'REVMAST' TO WS-SOURCE-FILE
              MOVE WS-REVMAST-STATUS TO WS-SOURCE-STATUS
              PERFORM NOTE-FILE-NOT-SEARCHED
           END-IF.

       READ-REVIEW-MASTER.
           READ REVIEW-MASTER-FILE
               AT END
                  SET END-OF-REVMAST TO TRUE
           END-READ.

       MATCH-ONE-REVIEW.
           MOVE RM-EMPLOYEE-ID TO WS-FIND-ID.
           PERFORM FIND-INQUIRY-ENTRY.
           IF WS-FIND-SUB > 0
              MOVE 4 TO WS-RELEASE-SECTION
              MOVE RM-REVIEW-DATE TO WS-RELEASE-ORDER-KEY
              MOVE SPACES TO WS-DOSSIER-LINE
              STRING RM-REVIEW-DATE '  RATING ' RM-REVIEW-RATING
                     '  ' RM-COMMENTS
                  DELIMITED BY SIZE INTO WS-DOSSIER-LINE
              PERFORM RELEASE-DOSSIER-LINE
           END-IF.
           PERFORM READ-REVIEW-MASTER.

      *-----------------------------------------------------------------
      * Journal entries in run stamp order - within a run, in the
      * order they were written.  The action says what was done to
      * the master record; the before image itself is not printed.
      *-----------------------------------------------------------------
       SEARCH-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-EMPJRNL-STATUS = '00'
              PERFORM READ-JOURNAL-RECORD
              PERFORM MATCH-ONE-JOURNAL-ENTRY UNTIL END-OF-EMPJRNL
              CLOSE JOURNAL-FILE
           ELSE
              MOVE 'EMPJRNL' TO WS-SOURCE-FILE
              MOVE WS-EMPJRNL-STATUS TO WS-SOURCE-STATUS
              PERFORM NOTE-FILE-NOT-SEARCHED
           END-IF.

       READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END
                  SET END-OF-EMPJRNL TO TRUE
           END-READ.

       MATCH-ONE-JOURNAL-ENTRY.
           MOVE JR-EMPLOYEE-ID TO WS-FIND-ID.
           PERFORM FIND-INQUIRY-ENTRY.
           IF WS-FIND-SUB > 0
              EVALUATE TRUE
                 WHEN JR-WRITE-ACTION
                    MOVE 'ADDED TO MASTER' TO WS-ACTION-TEXT
                 WHEN JR-REWRITE-ACTION
                    MOVE 'CHANGED ON MASTER' TO WS-ACTION-TEXT
                 WHEN JR-DELETE-ACTION
                    MOVE 'DELETED FROM MASTER' TO WS-ACTION-TEXT
                 WHEN OTHER
                    MOVE SPACES TO WS-ACTION-TEXT
                    STRING 'ACTION ' JR-ACTION-CODE
                        DELIMITED BY SIZE INTO WS-ACTION-TEXT
              END-EVALUATE
              MOVE 5 TO WS-RELEASE-SECTION
              MOVE JR-RUN-STAMP TO WS-RELEASE-ORDER-KEY
              MOVE SPACES TO WS-DOSSIER-LINE
              STRING JR-RUN-STAMP '  ' WS-ACTION-TEXT
                     '  BY ' JR-PROGRAM-NAME
                  DELIMITED BY SIZE INTO WS-DOSSIER-LINE
              PERFORM RELEASE-DOSSIER-LINE
           END-IF.
           PERFORM READ-JOURNAL-RECORD.

      *-----------------------------------------------------------------
      * The current hire and termination batches.  Each ends with
      * its batch trailer, which ends the search.
      *-----------------------------------------------------------------
       SEARCH-HIRE-TRANS.
           OPEN INPUT HIRE-TRANS-FILE.
           IF WS-HIRETRN-STATUS = '00'
              PERFORM READ-HIRE-RECORD
              PERFORM MATCH-ONE-HIRE UNTIL END-OF-HIRETRN
              CLOSE HIRE-TRANS-FILE
           ELSE
              MOVE 'HIRETRN' TO WS-SOURCE-FILE
              MOVE WS-HIRETRN-STATUS TO WS-SOURCE-STATUS
              PERFORM NOTE-FILE-NOT-SEARCHED
           END-IF.

       READ-HIRE-RECORD.
           READ HIRE-TRANS-FILE
               AT END
                  SET END-OF-HIRETRN TO TRUE
               NOT AT END
                  IF HT-BATCH-TRAILER
                     SET END-OF-HIRETRN TO TRUE
                  END-IF
           END-READ.

       MATCH-ONE-HIRE.
           MOVE HT-EMPLOYEE-ID TO WS-FIND-ID.
           PERFORM FIND-INQUIRY-ENTRY.
           IF WS-FIND-SUB > 0
              MOVE 2 TO WS-RELEASE-SECTION
              MOVE HT-HIRE-DATE TO WS-RELEASE-ORDER-KEY
              MOVE SPACES TO WS-DOSSIER-LINE
              STRING HT-HIRE-DATE '  HIRE TRANSACTION        '
                     'DEPARTMENT ' HT-DEPARTMENT-CODE
                     '   PER HIRETRN'
                  DELIMITED BY SIZE INTO WS-DOSSIER-LINE
              PERFORM RELEASE-DOSSIER-LINE
           END-IF.
           PERFORM READ-HIRE-RECORD.

       SEARCH-TERMINATION-TRANS.
           OPEN INPUT TERMINATION-TRANS-FILE.
           IF WS-TERMTRN-STATUS = '00'
              PERFORM READ-TERM-RECORD
              PERFORM MATCH-ONE-TERMINATION UNTIL END-OF-TERMTRN
              CLOSE TERMINATION-TRANS-FILE
           ELSE
              MOVE 'TERMTRN' TO WS-SOURCE-FILE
              MOVE WS-TERMTRN-STATUS TO WS-SOURCE-STATUS
              PERFORM NOTE-FILE-NOT-SEARCHED
           END-IF.

       READ-TERM-RECORD.
           READ TERMINATION-TRANS-FILE
               AT END
                  SET END-OF-TERMTRN TO TRUE
               NOT AT END
                  IF TT-BATCH-TRAILER
                     SET END-OF-TERMTRN TO TRUE
                  END-IF
           END-READ.

       MATCH-ONE-TERMINATION.
           MOVE TT-EMPLOYEE-ID TO WS-FIND-ID.
           PERFORM FIND-INQUIRY-ENTRY.
           IF WS-FIND-SUB > 0
              MOVE 2 TO WS-RELEASE-SECTION
              MOVE TT-TERMINATION-DATE TO WS-RELEASE-ORDER-KEY
              MOVE SPACES TO WS-DOSSIER-LINE
              STRING TT-TERMINATION-DATE
                     '  TERMINATION TRANSACTION '
                     'STATUS ' TT-TERMINATION-STATUS
                     '       PER TERMTRN'
                  DELIMITED BY SIZE INTO WS-DOSSIER-LINE
              PERFORM RELEASE-DOSSIER-LINE
           END-IF.
           PERFORM READ-TERM-RECORD.

      *-----------------------------------------------------------------
      * The line for a card that gets no dossier - blank, not
      * numeric, repeated, or found in none of the files searched.
      *-----------------------------------------------------------------
       RELEASE-CARD-MESSAGE.
           MOVE SPACES TO WS-DOSSIER-LINE.
           EVALUATE TRUE
              WHEN IQ-CARD-BLANK (WS-FIND-SUB)
                 ADD 1 TO WS-CARDS-SKIPPED
                 MOVE 'BLANK HISTORY CARD - SKIPPED'
                     TO WS-DOSSIER-LINE
              WHEN IQ-CARD-INVALID (WS-FIND-SUB)
                 ADD 1 TO WS-CARDS-SKIPPED
                 STRING 'EMPLOYEE-ID ' WS-IQ-EMPLOYEE-ID (WS-FIND-SUB)
                        '  NOT NUMERIC - SKIPPED'
                     DELIMITED BY SIZE INTO WS-DOSSIER-LINE
              WHEN IQ-CARD-REPEATED (WS-FIND-SUB)
                 ADD 1 TO WS-CARDS-SKIPPED
                 STRING 'EMPLOYEE-ID ' WS-IQ-EMPLOYEE-ID (WS-FIND-SUB)
                        '  ON AN EARLIER CARD - DOSSIER PRINTED ONCE'
                     DELIMITED BY SIZE INTO WS-DOSSIER-LINE
              WHEN WS-IQ-SOURCE-HITS (WS-FIND-SUB) = 0
                 ADD 1 TO WS-NOT-FOUND-COUNT
                 STRING 'EMPLOYEE-ID ' WS-IQ-EMPLOYEE-ID (WS-FIND-SUB)
                        '  NOT FOUND ON THE MASTER, THE ARCHIVE OR'
                        ' ANY HISTORY FILE'
                     DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           END-EVALUATE.
           IF WS-DOSSIER-LINE NOT = SPACES
              MOVE 0 TO WS-RELEASE-SECTION
              MOVE SPACES TO WS-RELEASE-ORDER-KEY
              PERFORM RELEASE-DOSSIER-LINE
           END-IF.

      *-----------------------------------------------------------------
      * Release WS-DOSSIER-LINE for the card at WS-FIND-SUB under
      * WS-RELEASE-SECTION and WS-RELEASE-ORDER-KEY.
      *-----------------------------------------------------------------
       RELEASE-DOSSIER-LINE.
           ADD 1 TO WS-RELEASE-SEQUENCE.
           ADD 1 TO WS-IQ-SOURCE-HITS (WS-FIND-SUB).
           MOVE WS-FIND-SUB TO DS-CARD-NUMBER.
           MOVE WS-RELEASE-SECTION TO DS-SECTION.
           MOVE WS-RELEASE-ORDER-KEY TO DS-ORDER-KEY.
           MOVE WS-RELEASE-SEQUENCE TO DS-SEQUENCE.
           MOVE WS-IQ-EMPLOYEE-ID (WS-FIND-SUB) TO DS-EMPLOYEE-ID.
           MOVE WS-DOSSIER-LINE TO DS-LINE.
           RELEASE DOSSIER-SORT-RECORD.

      *-----------------------------------------------------------------
      * Sort output: the report heading, then one dossier or one
      * message line per card.
      *-----------------------------------------------------------------
       PRINT-DOSSIERS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EMPLOYEE HISTORY DOSSIERS   RUN STAMP '
                  WS-RUN-STAMP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-NOT-SEARCHED-LINE
               VARYING WS-NOT-SEARCHED-INDEX FROM 1 BY 1
               UNTIL WS-NOT-SEARCHED-INDEX > WS-NOT-SEARCHED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM RETURN-SORT-RECORD.
           PERFORM PRINT-ONE-CARD UNTIL END-OF-SORT-FILE.

       PRINT-NOT-SEARCHED-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NOT SEARCHED: '
                  WS-NOT-SEARCHED-FILE (WS-NOT-SEARCHED-INDEX)
                  ' COULD NOT BE OPENED, STATUS '
                  WS-NOT-SEARCHED-STATUS (WS-NOT-SEARCHED-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       RETURN-SORT-RECORD.
           RETURN DOSSIER-SORT-FILE
               AT END
                  SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       PRINT-ONE-CARD.
           MOVE DS-CARD-NUMBER TO WS-GROUP-CARD-NUMBER.
           IF DS-CARD-MESSAGE
              MOVE DS-LINE TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM RETURN-SORT-RECORD
           ELSE
              ADD 1 TO WS-DOSSIERS-PRINTED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'DOSSIER FOR EMPLOYEE-ID ' DS-EMPLOYEE-ID
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE ALL '-' TO WS-REPORT-LINE (1:30)
              PERFORM WRITE-REPORT-LINE
              MOVE 0 TO WS-PRINT-SECTION
              PERFORM PRINT-ONE-DOSSIER-LINE
                  UNTIL END-OF-SORT-FILE
                     OR DS-CARD-NUMBER NOT = WS-GROUP-CARD-NUMBER
              PERFORM ADVANCE-SECTION
                  UNTIL WS-PRINT-SECTION > WS-LAST-SECTION
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-ONE-DOSSIER-LINE.
           PERFORM ADVANCE-SECTION
               UNTIL WS-PRINT-SECTION = DS-SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE DS-LINE TO WS-REPORT-LINE (5:100).
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO WS-SECTION-LINES.
           PERFORM RETURN-SORT-RECORD.

      *-----------------------------------------------------------------
      * Close off the section in hand - saying so if nothing was
      * printed in it - and head the next one.
      *-----------------------------------------------------------------
       ADVANCE-SECTION.
           IF WS-PRINT-SECTION > 0
                 AND WS-SECTION-LINES = 0
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-PRINT-SECTION = 1
                 MOVE 'NOT ON THE MASTER OR THE ARCHIVE'
                     TO WS-REPORT-LINE (5:100)
              ELSE
                 MOVE 'NONE ON FILE' TO WS-REPORT-LINE (5:100)
              END-IF
              PERFORM WRITE-REPORT-LINE
           END-IF.
           ADD 1 TO WS-PRINT-SECTION.
           MOVE 0 TO WS-SECTION-LINES.
           IF WS-PRINT-SECTION NOT > WS-LAST-SECTION
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-SECTION-TITLE (WS-PRINT-SECTION)
                  TO WS-REPORT-LINE (3:40)
              PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'HISTORY CARDS READ:    ' WS-CARDS-READ
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DOSSIERS PRINTED:      ' WS-DOSSIERS-PRINTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NOT FOUND:             ' WS-NOT-FOUND-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CARDS SKIPPED:         ' WS-CARDS-SKIPPED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-CARDS-OVER-LIMIT > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CARDS OVER THE LIMIT OF 100, NOT SEARCHED: '
                     WS-CARDS-OVER-LIMIT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.
