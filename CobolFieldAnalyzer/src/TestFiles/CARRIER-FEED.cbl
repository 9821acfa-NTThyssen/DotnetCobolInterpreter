      *****************************************************************
      * PROGRAM-ID    CARRIER-FEED
      * AUTHOR        PAYROLL-SYSTEMS-GROUP
      * DATE-WRITTEN  2026-10-05
      *
      * Nightly outbound enrollment change feed to the benefits
      * carrier.  Three inputs tell it who moved today:
      *   EMPJRNL   every before image journaled with a run stamp
      *             dated the feed date, from whichever program
      *             touched the master,
      *   HIRETRN   the maintenance job's applied adds,
      *   TERMTRN   the nightly run's terminations.
      * All three are sorted together on EMPLOYEE-ID, so each
      * employee is dealt with once however many times and by
      * whichever programs they were touched.  The employee's FIRST
      * journal entry of the day is the record as the day found it;
      * the master as it stands now is the other side of the
      * comparison.  For each employee the feed carries:
      *   AD  an add - a hire, an add on the journal, or somebody
      *       made active again - with the plans and life coverage
      *       they now hold, and a DA for each dependent,
      *   TM  a termination - off TERMTRN or an active employee
      *       who is not active any more - with coverage ending on
      *       TERMINATION-DATE,
      * and otherwise, compared field by field,
      *   PL  one per HEALTH, DENTAL, VISION or RETIREMENT plan
      *       flag changed, naming the plan,
      *   LI  LIFE-INSURANCE coverage changed,
      *   DA  a dependent added,
      *   DD  a dependent dropped.
      * A record taken off the master today while still active (an
      * EMPLOYEE-MAINT delete) is sent as a TM from the day's first
      * before image.  One already inactive when it was taken off
      * (archive purge) sends nothing - the carrier was told at
      * termination - and a hire no longer on the master cannot be
      * sent; both are noted on the control listing.
      *
      * The feed (CARRFEED) opens with a header naming the feed date
      * and the run stamp and closes with a trailer carrying the
      * record count and the count of each change type.  The
      * control listing (CARRCTL) shows every detail record sent
      * and the same counts, so BENEFITS-RECON mismatches can be
      * checked against what went out.
      *
      * The feed date is today unless the optional parameter card
      * (FEEDCARD, columns 1-8) names another - a night that has to
      * be sent again.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  Initial version.
      *   2026-10-05  HIRETRN and TERMTRN now end with a batch trailer;
      *               the read stops at it.
      *   2026-10-05  Somebody deleted while still active is sent a TM
      *               from the day's first before image instead of
      *               being listed as not sent.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRIER-FEED.
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

           SELECT FEED-CARD-FILE
               ASSIGN TO "FEEDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDCARD-STATUS.

           SELECT CARRIER-FEED-FILE
               ASSIGN TO "CARRFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRFEED-STATUS.

           SELECT CONTROL-LISTING-FILE
               ASSIGN TO "CARRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRCTL-STATUS.

           SELECT SORT-WORK-FILE
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
             88 FEED-EMPLOYEE-ACTIVE            VALUE 'A'.
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
      * Before-image journal of the employee master.  Must stay
      * byte-for-byte identical to JOURNAL-RECORD in HELLO-WORLD,
      * EMPLOYEE-MAINT, EMPLOYEE-ARCHIVE and EMPLOYEE-BACKOUT.
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
      * Optional parameter card - columns 1-8 the feed date.
      *
       FD  FEED-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-CARD-RECORD.
           05 FC-FEED-DATE          PIC X(8).
           05 FILLER                PIC X(72).

      *
      * Carrier enrollment change feed - 100-byte records, one
      * header, the change details, one trailer.  The first byte
      * tells them apart.
      *
       FD  CARRIER-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARRIER-HEADER-RECORD.
           05 CH-RECORD-TYPE        PIC X(1).
           05 CH-FEED-ID            PIC X(8).
           05 CH-SENDER-NAME        PIC X(20).
           05 CH-FEED-DATE          PIC 9(8).
           05 CH-RUN-STAMP          PIC X(14).
           05 FILLER                PIC X(49).
       01  CARRIER-DETAIL-RECORD.
           05 CD-RECORD-TYPE        PIC X(1).
           05 CD-CHANGE-CODE        PIC X(2).
              88 CD-ADD                          VALUE 'AD'.
              88 CD-TERMINATION                  VALUE 'TM'.
              88 CD-PLAN-CHANGE                  VALUE 'PL'.
              88 CD-LIFE-CHANGE                  VALUE 'LI'.
              88 CD-DEPENDENT-ADD                VALUE 'DA'.
              88 CD-DEPENDENT-DROP               VALUE 'DD'.
           05 CD-EMPLOYEE-ID        PIC 9(6).
           05 CD-LAST-NAME          PIC X(20).
           05 CD-FIRST-NAME         PIC X(15).
           05 CD-EFFECTIVE-DATE     PIC 9(8).
           05 CD-HEALTH-PLAN        PIC X(1).
           05 CD-DENTAL-PLAN        PIC X(1).
           05 CD-VISION-PLAN        PIC X(1).
           05 CD-RETIREMENT-PLAN    PIC X(1).
           05 CD-LIFE-COVERAGE      PIC 9(5).
           05 CD-CHANGED-PLAN       PIC X(1).
           05 CD-DEPENDENT-NAME     PIC X(20).
           05 CD-DEPENDENT-RELATION PIC X(10).
           05 CD-DEPENDENT-AGE      PIC 9(2).
           05 FILLER                PIC X(6).
       01  CARRIER-TRAILER-RECORD.
           05 CR-RECORD-TYPE        PIC X(1).
           05 CR-RECORD-COUNT       PIC 9(7).
           05 CR-DETAIL-COUNT       PIC 9(7).
           05 CR-ADD-COUNT          PIC 9(7).
           05 CR-TERM-COUNT         PIC 9(7).
           05 CR-PLAN-COUNT         PIC 9(7).
           05 CR-LIFE-COUNT         PIC 9(7).
           05 CR-DEP-ADD-COUNT      PIC 9(7).
           05 CR-DEP-DROP-COUNT     PIC 9(7).
           05 FILLER                PIC X(43).

       FD  CONTROL-LISTING-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-LISTING-LINE     PIC X(132).

      *
      * One sort record per input record: the journal before image,
      * the hire or the termination, in SF-DATA.  The sequence
      * keeps an employee's journal entries in the order they were
      * written, so the first is the record as the day found it.
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SF-EMPLOYEE-ID        PIC 9(6).
           05 SF-SEQUENCE           PIC 9(7).
           05 SF-SOURCE             PIC X(1).
              88 SF-FROM-JOURNAL                 VALUE 'J'.
              88 SF-FROM-HIRETRN                 VALUE 'H'.
              88 SF-FROM-TERMTRN                 VALUE 'T'.
           05 SF-JOURNAL-ACTION     PIC X(1).
           05 SF-DATA               PIC X(1863).

       WORKING-STORAGE SECTION.
      *
      * File status and switches.
      *
       01 WS-FILE-STATUSES.
          05 WS-EMPMAST-STATUS      PIC X(2).
          05 WS-EMPJRNL-STATUS      PIC X(2).
          05 WS-HIRETRN-STATUS      PIC X(2).
          05 WS-TERMTRN-STATUS      PIC X(2).
          05 WS-FEEDCARD-STATUS     PIC X(2).
          05 WS-CARRFEED-STATUS     PIC X(2).
          05 WS-CARRCTL-STATUS      PIC X(2).

       01 WS-EMPJRNL-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-EMPJRNL                      VALUE 'Y'.

       01 WS-HIRETRN-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-HIRETRN                      VALUE 'Y'.

       01 WS-TERMTRN-EOF-SWITCH     PIC X(1)     VALUE 'N'.
          88 END-OF-TERMTRN                      VALUE 'Y'.

       01 WS-SORT-EOF-SWITCH        PIC X(1)     VALUE 'N'.
          88 END-OF-SORT-FILE                    VALUE 'Y'.

      *
      * What the sort turned up for the employee in hand.
      *
       01 WS-GROUP-SWITCHES.
          05 WS-JOURNAL-FOUND-SWITCH
                                     PIC X(1).
             88 JOURNAL-FOUND                    VALUE 'Y'.
          05 WS-HIRE-FOUND-SWITCH   PIC X(1).
             88 HIRE-FOUND                       VALUE 'Y'.
          05 WS-TERM-FOUND-SWITCH   PIC X(1).
             88 TERM-FOUND                       VALUE 'Y'.
          05 WS-ON-MASTER-SWITCH    PIC X(1).
             88 ON-MASTER                        VALUE 'Y'.
          05 WS-ADD-NEEDED-SWITCH   PIC X(1).
             88 ADD-NEEDED                       VALUE 'Y'.
          05 WS-TERM-NEEDED-SWITCH  PIC X(1).
             88 TERM-NEEDED                      VALUE 'Y'.
       01 WS-FIRST-JOURNAL-ACTION   PIC X(1).
          88 FIRST-ACTION-WRITE                  VALUE 'W'.
          88 FIRST-ACTION-DELETE                 VALUE 'D'.
       01 WS-GROUP-EMPLOYEE-ID      PIC 9(6).

      *
      * RECORD IS VARYING ... DEPENDING ON target - set by the READ
      * itself; the master is never written here.
      *
       01 WS-MASTER-RECORD-LENGTH   PIC 9(4) COMP.

      *
      * The employee's first before image of the day.  Only the
      * fields the carrier cares about are named; the offsets must
      * follow EMPLOYEE-RECORD in the HELLO-WORLD FILE SECTION.
      *
       01 WS-BEFORE-RECORD.
          05 BF-EMPLOYEE-ID         PIC 9(6).
          05 BF-FIRST-NAME          PIC X(15).
          05 FILLER                 PIC X(1).
          05 BF-LAST-NAME           PIC X(20).
          05 FILLER                 PIC X(94).
          05 BF-EMPLOYEE-STATUS     PIC X(1).
             88 BF-EMPLOYEE-ACTIVE              VALUE 'A'.
          05 FILLER                 PIC X(8).
          05 BF-TERMINATION-DATE    PIC 9(8).
          05 FILLER                 PIC X(38).
          05 BF-HEALTH-PLAN         PIC X(1).
          05 BF-DENTAL-PLAN         PIC X(1).
          05 BF-VISION-PLAN         PIC X(1).
          05 BF-RETIREMENT-PLAN     PIC X(1).
          05 BF-LIFE-INSURANCE      PIC 9(5).
          05 BF-DEPENDENT-INFO OCCURS 3 TIMES.
             10 BF-DEPENDENT-NAME   PIC X(20).
             10 BF-DEPENDENT-RELATION
                                     PIC X(10).
             10 BF-DEPENDENT-AGE    PIC 9(2).
          05 FILLER                 PIC X(1567).

      *
      * The employee's hire and termination transactions, as they
      * came off the sort.
      *
       01 WS-HIRE-ENTRY.
          05 WH-EMPLOYEE-ID         PIC 9(6).
          05 WH-FIRST-NAME          PIC X(15).
          05 WH-MIDDLE-INITIAL      PIC X(1).
          05 WH-LAST-NAME           PIC X(20).
          05 WH-DEPARTMENT-CODE     PIC X(4).
          05 WH-HIRE-DATE           PIC 9(8).
       01 WS-TERM-ENTRY.
          05 WT-EMPLOYEE-ID         PIC 9(6).
          05 WT-FIRST-NAME          PIC X(15).
          05 WT-MIDDLE-INITIAL      PIC X(1).
          05 WT-LAST-NAME           PIC X(20).
          05 WT-HIRE-DATE           PIC 9(8).
          05 WT-TERMINATION-DATE    PIC 9(8).
          05 WT-TERMINATION-STATUS  PIC X(1).
          05 WT-EMPLOYEE-STATUS     PIC X(1).

      *
      * Plan comparison - one plan at a time through the same
      * paragraph.
      *
       01 WS-PLAN-COMPARE.
          05 WS-PLAN-BEFORE         PIC X(1).
          05 WS-PLAN-AFTER          PIC X(1).
          05 WS-PLAN-CODE           PIC X(1).

      *
      * Run stamp and feed date.
      *
       01 WS-RUN-STAMP.
          05 WS-STAMP-DATE          PIC 9(8).
          05 WS-STAMP-TIME          PIC 9(6).
       01 WS-TIME-RAW               PIC X(8).
       01 WS-FEED-DATE              PIC 9(8).
       01 WS-FEED-DATE-X REDEFINES WS-FEED-DATE
                                     PIC X(8).
       01 WS-RELEASE-SEQUENCE       PIC 9(7)     VALUE ZEROS.

      *
      * Feed and listing totals.
      *
       01 WS-FEED-TOTALS.
          05 WS-RECORDS-WRITTEN     PIC 9(7)     VALUE ZEROS.
          05 WS-DETAILS-WRITTEN     PIC 9(7)     VALUE ZEROS.
          05 WS-ADD-COUNT           PIC 9(7)     VALUE ZEROS.
          05 WS-TERM-COUNT          PIC 9(7)     VALUE ZEROS.
          05 WS-PLAN-COUNT          PIC 9(7)     VALUE ZEROS.
          05 WS-LIFE-COUNT          PIC 9(7)     VALUE ZEROS.
          05 WS-DEP-ADD-COUNT       PIC 9(7)     VALUE ZEROS.
          05 WS-DEP-DROP-COUNT      PIC 9(7)     VALUE ZEROS.
          05 WS-JOURNAL-SELECTED    PIC 9(7)     VALUE ZEROS.
          05 WS-HIRES-READ          PIC 9(7)     VALUE ZEROS.
          05 WS-TERMS-READ          PIC 9(7)     VALUE ZEROS.
          05 WS-NOT-SENT-COUNT      PIC 9(7)     VALUE ZEROS.

       01 WS-CONTROL-LINE           PIC X(132).
       01 WS-CHANGE-TEXT            PIC X(50).

       01 WS-SUBSCRIPTS.
          05 WS-DEP-INDEX           PIC 9(1)     COMP.
          05 WS-MATCH-INDEX         PIC 9(1)     COMP.
          05 WS-MATCH-SUB           PIC 9(1)     COMP.

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
           MOVE WS-STAMP-DATE TO WS-FEED-DATE.
           DISPLAY "RUN STAMP: " WS-RUN-STAMP.
           PERFORM LOG-STEP-START.
           PERFORM READ-FEED-CARD.
           DISPLAY "CARRIER FEED DATE: " WS-FEED-DATE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-FEED-HEADER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SF-EMPLOYEE-ID SF-SEQUENCE
               INPUT PROCEDURE IS GATHER-DAY-CHANGES
               OUTPUT PROCEDURE IS SEND-DAY-CHANGES.
           PERFORM WRITE-FEED-TRAILER.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "JOURNAL ENTRIES:   " WS-JOURNAL-SELECTED.
           DISPLAY "HIRES READ:        " WS-HIRES-READ.
           DISPLAY "TERMS READ:        " WS-TERMS-READ.
           DISPLAY "DETAILS SENT:      " WS-DETAILS-WRITTEN.
           PERFORM LOG-STEP-END.
           STOP RUN.

       READ-FEED-CARD.
           OPEN INPUT FEED-CARD-FILE.
           IF WS-FEEDCARD-STATUS = '00'
              READ FEED-CARD-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF FC-FEED-DATE NUMERIC
                        MOVE FC-FEED-DATE TO WS-FEED-DATE
                     END-IF
              END-READ
              CLOSE FEED-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Start and end records on the run log for the shift turnover.
      *-----------------------------------------------------------------
       LOG-STEP-START.
           MOVE SPACES TO WS-BATCH-CONTROL-AREA.
           MOVE 'CARRIER-FEED' TO BT-PROGRAM-NAME.
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
      *-----------------------------------------------------------------
       OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS '
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-EMPJRNL-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN JOURNAL-FILE, STATUS '
                 WS-EMPJRNL-STATUS
              STOP RUN
           END-IF.
           OPEN INPUT HIRE-TRANS-FILE.
           IF WS-HIRETRN-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN HIRE-TRANS-FILE, STATUS '
                 WS-HIRETRN-STATUS
              STOP RUN
           END-IF.
           OPEN INPUT TERMINATION-TRANS-FILE.
           IF WS-TERMTRN-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN TERMINATION-TRANS-FILE, STATUS '
                 WS-TERMTRN-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT CARRIER-FEED-FILE.
           IF WS-CARRFEED-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN CARRIER-FEED-FILE, STATUS '
                 WS-CARRFEED-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT CONTROL-LISTING-FILE.
           IF WS-CARRCTL-STATUS NOT = '00'
              DISPLAY 'UNABLE TO OPEN CONTROL-LISTING-FILE, STATUS '
                 WS-CARRCTL-STATUS
              STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE HIRE-TRANS-FILE
           CLOSE TERMINATION-TRANS-FILE
           CLOSE CARRIER-FEED-FILE
           CLOSE CONTROL-LISTING-FILE.

       WRITE-FEED-HEADER.
           MOVE SPACES TO CARRIER-HEADER-RECORD.
           MOVE 'H' TO CH-RECORD-TYPE.
           MOVE 'ENRLCHG' TO CH-FEED-ID.
           MOVE 'HOME-OFFICE' TO CH-SENDER-NAME.
           MOVE WS-FEED-DATE TO CH-FEED-DATE.
           MOVE WS-RUN-STAMP TO CH-RUN-STAMP.
           WRITE CARRIER-HEADER-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING 'CARRIER ENROLLMENT FEED FOR ' WS-FEED-DATE
                  '   RUN STAMP ' WS-RUN-STAMP
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.

      *-----------------------------------------------------------------
      * Sort input: the day's journal entries, then the hires, then
      * the terminations.
      *-----------------------------------------------------------------
       GATHER-DAY-CHANGES.
           PERFORM READ-JOURNAL-RECORD.
           PERFORM RELEASE-ONE-JOURNAL-ENTRY UNTIL END-OF-EMPJRNL.
           PERFORM READ-HIRE-RECORD.
           PERFORM RELEASE-ONE-HIRE UNTIL END-OF-HIRETRN.
           PERFORM READ-TERM-RECORD.
           PERFORM RELEASE-ONE-TERMINATION UNTIL END-OF-TERMTRN.

       READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END
                  SET END-OF-EMPJRNL TO TRUE
           END-READ.

       RELEASE-ONE-JOURNAL-ENTRY.
           IF JR-RUN-STAMP (1:8) = WS-FEED-DATE-X
                 AND JR-EMPLOYEE-ID NUMERIC
              ADD 1 TO WS-JOURNAL-SELECTED
              ADD 1 TO WS-RELEASE-SEQUENCE
              MOVE JR-EMPLOYEE-ID TO SF-EMPLOYEE-ID
              MOVE WS-RELEASE-SEQUENCE TO SF-SEQUENCE
              SET SF-FROM-JOURNAL TO TRUE
              MOVE JR-ACTION-CODE TO SF-JOURNAL-ACTION
              MOVE JR-BEFORE-IMAGE TO SF-DATA
              RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-JOURNAL-RECORD.

       READ-HIRE-RECORD.
           READ HIRE-TRANS-FILE
               AT END
                  SET END-OF-HIRETRN TO TRUE
               NOT AT END
                  IF HT-BATCH-TRAILER
                     SET END-OF-HIRETRN TO TRUE
                  END-IF
           END-READ.

       RELEASE-ONE-HIRE.
           ADD 1 TO WS-HIRES-READ.
           ADD 1 TO WS-RELEASE-SEQUENCE.
           MOVE HT-EMPLOYEE-ID TO SF-EMPLOYEE-ID.
           MOVE WS-RELEASE-SEQUENCE TO SF-SEQUENCE.
           SET SF-FROM-HIRETRN TO TRUE.
           MOVE SPACE TO SF-JOURNAL-ACTION.
           MOVE HIRE-TRANS-RECORD TO SF-DATA.
           RELEASE SORT-WORK-RECORD.
           PERFORM READ-HIRE-RECORD.

       READ-TERM-RECORD.
           READ TERMINATION-TRANS-FILE
               AT END
                  SET END-OF-TERMTRN TO TRUE
               NOT AT END
                  IF TT-BATCH-TRAILER
                     SET END-OF-TERMTRN TO TRUE
                  END-IF
           END-READ.

       RELEASE-ONE-TERMINATION.
           ADD 1 TO WS-TERMS-READ.
           ADD 1 TO WS-RELEASE-SEQUENCE.
           MOVE TT-EMPLOYEE-ID TO SF-EMPLOYEE-ID.
           MOVE WS-RELEASE-SEQUENCE TO SF-SEQUENCE.
           SET SF-FROM-TERMTRN TO TRUE.
           MOVE SPACE TO SF-JOURNAL-ACTION.
           MOVE TERMINATION-TRANS-RECORD TO SF-DATA.
           RELEASE SORT-WORK-RECORD.
           PERFORM READ-TERM-RECORD.

      *-----------------------------------------------------------------
      * Sort output: one group per employee, gathered and then sent.
      *-----------------------------------------------------------------
       SEND-DAY-CHANGES.
           PERFORM RETURN-SORT-RECORD.
           PERFORM SEND-ONE-EMPLOYEE UNTIL END-OF-SORT-FILE.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                  SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       SEND-ONE-EMPLOYEE.
           MOVE SF-EMPLOYEE-ID TO WS-GROUP-EMPLOYEE-ID.
           MOVE 'NNNNNN' TO WS-GROUP-SWITCHES.
           MOVE SPACE TO WS-FIRST-JOURNAL-ACTION.
           PERFORM GATHER-ONE-GROUP-ENTRY
               UNTIL END-OF-SORT-FILE
                  OR SF-EMPLOYEE-ID NOT = WS-GROUP-EMPLOYEE-ID.
           MOVE WS-GROUP-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ON-MASTER-SWITCH
           END-READ.
           IF ON-MASTER
              PERFORM SEND-MASTER-CHANGES
           ELSE
              PERFORM SEND-OFF-MASTER-CHANGES
           END-IF.

       GATHER-ONE-GROUP-ENTRY.
           EVALUATE TRUE
              WHEN SF-FROM-JOURNAL
                 IF NOT JOURNAL-FOUND
                    MOVE 'Y' TO WS-JOURNAL-FOUND-SWITCH
                    MOVE SF-JOURNAL-ACTION TO WS-FIRST-JOURNAL-ACTION
                    MOVE SF-DATA TO WS-BEFORE-RECORD
                 END-IF
              WHEN SF-FROM-HIRETRN
                 MOVE 'Y' TO WS-HIRE-FOUND-SWITCH
                 MOVE SF-DATA TO WS-HIRE-ENTRY
              WHEN SF-FROM-TERMTRN
                 MOVE 'Y' TO WS-TERM-FOUND-SWITCH
                 MOVE SF-DATA TO WS-TERM-ENTRY
           END-EVALUATE.
           PERFORM RETURN-SORT-RECORD.

      *-----------------------------------------------------------------
      * The employee is on the master.  An add and a termination on
      * the same day both go; anything else is a field-by-field
      * comparison with the day's first before image.
      *-----------------------------------------------------------------
       SEND-MASTER-CHANGES.
           IF HIRE-FOUND
                 OR (JOURNAL-FOUND AND FIRST-ACTION-WRITE)
                 OR (JOURNAL-FOUND AND NOT BF-EMPLOYEE-ACTIVE
                       AND FEED-EMPLOYEE-ACTIVE)
              MOVE 'Y' TO WS-ADD-NEEDED-SWITCH
           END-IF.
           IF TERM-FOUND
                 OR (JOURNAL-FOUND AND NOT FIRST-ACTION-WRITE
                       AND BF-EMPLOYEE-ACTIVE
                       AND NOT FEED-EMPLOYEE-ACTIVE)
              MOVE 'Y' TO WS-TERM-NEEDED-SWITCH
           END-IF.
           IF ADD-NEEDED
              PERFORM SEND-ADD
           END-IF.
           IF TERM-NEEDED
              PERFORM SEND-TERMINATION
           END-IF.
           IF NOT ADD-NEEDED AND NOT TERM-NEEDED AND JOURNAL-FOUND
              PERFORM SEND-FIELD-CHANGES
           END-IF.

      *-----------------------------------------------------------------
      * The employee is no longer on the master.  A termination off
      * TERMTRN still goes, from the transaction.  Somebody deleted
      * today while still active was never terminated, so a
      * termination goes from the day's first before image, coverage
      * ending on its TERMINATION-DATE or, without one, the feed
      * date - unless they were added today as well, when the carrier
      * never heard of them.  Anything else is listed as not sent.
      *-----------------------------------------------------------------
       SEND-OFF-MASTER-CHANGES.
           EVALUATE TRUE
              WHEN TERM-FOUND
                 PERFORM START-TERM-ONLY-DETAIL
                 SET CD-TERMINATION TO TRUE
                 MOVE WT-TERMINATION-DATE TO CD-EFFECTIVE-DATE
                 MOVE 'COVERAGE ENDS - NOT ON MASTER' TO WS-CHANGE-TEXT
                 ADD 1 TO WS-TERM-COUNT
                 PERFORM WRITE-FEED-DETAIL
              WHEN JOURNAL-FOUND AND NOT FIRST-ACTION-WRITE
                    AND BF-EMPLOYEE-ACTIVE
                 PERFORM START-BEFORE-IMAGE-DETAIL
                 SET CD-TERMINATION TO TRUE
                 IF BF-TERMINATION-DATE NUMERIC
                       AND BF-TERMINATION-DATE NOT = ZEROS
                    MOVE BF-TERMINATION-DATE TO CD-EFFECTIVE-DATE
                 END-IF
                 MOVE 'COVERAGE ENDS - DELETED WHILE ACTIVE'
                    TO WS-CHANGE-TEXT
                 ADD 1 TO WS-TERM-COUNT
                 PERFORM WRITE-FEED-DETAIL
              WHEN OTHER
                 PERFORM LIST-OFF-MASTER-NOT-SENT
           END-EVALUATE.

       LIST-OFF-MASTER-NOT-SENT.
           MOVE SPACES TO WS-CONTROL-LINE.
           IF HIRE-FOUND
              STRING 'NOT SENT  EMPLOYEE ' WS-GROUP-EMPLOYEE-ID
                     ' HIRE NOT ON MASTER'
                  DELIMITED BY SIZE INTO WS-CONTROL-LINE
           ELSE
              STRING 'NOT SENT  EMPLOYEE ' WS-GROUP-EMPLOYEE-ID
                     ' TAKEN OFF MASTER TODAY'
                  DELIMITED BY SIZE INTO WS-CONTROL-LINE
           END-IF.
           ADD 1 TO WS-NOT-SENT-COUNT.
           PERFORM WRITE-CONTROL-LINE.

      *-----------------------------------------------------------------
      * An add: the employee with the plans and life coverage they
      * hold now, then each of their dependents.  A hire is
      * effective from the hire date, somebody made active again
      * from the feed date.
      *-----------------------------------------------------------------
       SEND-ADD.
           PERFORM START-MASTER-DETAIL.
           SET CD-ADD TO TRUE.
           IF HIRE-FOUND OR FIRST-ACTION-WRITE
              MOVE HIRE-DATE TO CD-EFFECTIVE-DATE
              MOVE 'NEW HIRE' TO WS-CHANGE-TEXT
           ELSE
              MOVE 'MADE ACTIVE AGAIN' TO WS-CHANGE-TEXT
           END-IF.
           ADD 1 TO WS-ADD-COUNT.
           PERFORM WRITE-FEED-DETAIL.
           PERFORM SEND-ONE-NEW-DEPENDENT
               VARYING WS-DEP-INDEX FROM 1 BY 1
               UNTIL WS-DEP-INDEX > 3.

       SEND-ONE-NEW-DEPENDENT.
           IF DEPENDENT-NAME (WS-DEP-INDEX) NOT = SPACES
              PERFORM SEND-DEPENDENT-ADD
           END-IF.

      *-----------------------------------------------------------------
      * A termination, coverage ending on TERMINATION-DATE - from
      * the transaction if the master has none.
      *-----------------------------------------------------------------
       SEND-TERMINATION.
           PERFORM START-MASTER-DETAIL.
           SET CD-TERMINATION TO TRUE.
           EVALUATE TRUE
              WHEN TERMINATION-DATE NUMERIC
                    AND TERMINATION-DATE NOT = ZEROS
                 MOVE TERMINATION-DATE TO CD-EFFECTIVE-DATE
              WHEN TERM-FOUND
                 MOVE WT-TERMINATION-DATE TO CD-EFFECTIVE-DATE
           END-EVALUATE.
           MOVE 'COVERAGE ENDS' TO WS-CHANGE-TEXT.
           ADD 1 TO WS-TERM-COUNT.
           PERFORM WRITE-FEED-DETAIL.

      *-----------------------------------------------------------------
      * The benefit fields compared with the day's first before
      * image.  A record that arrived today with nothing to compare
      * it to has been sent as an add already.
      *-----------------------------------------------------------------
       SEND-FIELD-CHANGES.
           MOVE BF-HEALTH-PLAN TO WS-PLAN-BEFORE.
           MOVE HEALTH-PLAN TO WS-PLAN-AFTER.
           MOVE 'H' TO WS-PLAN-CODE.
           PERFORM COMPARE-ONE-PLAN.
           MOVE BF-DENTAL-PLAN TO WS-PLAN-BEFORE.
           MOVE DENTAL-PLAN TO WS-PLAN-AFTER.
           MOVE 'D' TO WS-PLAN-CODE.
           PERFORM COMPARE-ONE-PLAN.
           MOVE BF-VISION-PLAN TO WS-PLAN-BEFORE.
           MOVE VISION-PLAN TO WS-PLAN-AFTER.
           MOVE 'V' TO WS-PLAN-CODE.
           PERFORM COMPARE-ONE-PLAN.
           MOVE BF-RETIREMENT-PLAN TO WS-PLAN-BEFORE.
           MOVE RETIREMENT-PLAN TO WS-PLAN-AFTER.
           MOVE 'R' TO WS-PLAN-CODE.
           PERFORM COMPARE-ONE-PLAN.
           IF BF-LIFE-INSURANCE NOT = LIFE-INSURANCE
              PERFORM START-MASTER-DETAIL
              SET CD-LIFE-CHANGE TO TRUE
              MOVE SPACES TO WS-CHANGE-TEXT
              STRING 'LIFE COVERAGE WAS ' BF-LIFE-INSURANCE
                  DELIMITED BY SIZE INTO WS-CHANGE-TEXT
              ADD 1 TO WS-LIFE-COUNT
              PERFORM WRITE-FEED-DETAIL
           END-IF.
           PERFORM CHECK-ONE-DEPENDENT-ADDED
               VARYING WS-DEP-INDEX FROM 1 BY 1
               UNTIL WS-DEP-INDEX > 3.
           PERFORM CHECK-ONE-DEPENDENT-DROPPED
               VARYING WS-DEP-INDEX FROM 1 BY 1
               UNTIL WS-DEP-INDEX > 3.

       COMPARE-ONE-PLAN.
           IF WS-PLAN-BEFORE NOT = WS-PLAN-AFTER
              PERFORM START-MASTER-DETAIL
              SET CD-PLAN-CHANGE TO TRUE
              MOVE WS-PLAN-CODE TO CD-CHANGED-PLAN
              MOVE SPACES TO WS-CHANGE-TEXT
              STRING 'PLAN ' WS-PLAN-CODE ' NOW ' WS-PLAN-AFTER
                     ' WAS ' WS-PLAN-BEFORE
                  DELIMITED BY SIZE INTO WS-CHANGE-TEXT
              ADD 1 TO WS-PLAN-COUNT
              PERFORM WRITE-FEED-DETAIL
           END-IF.

      *-----------------------------------------------------------------
      * Dependents are matched on name: a name on the master that
      * was not in the before image is an add, a name in the before
      * image no longer on the master is a drop.
      *-----------------------------------------------------------------
       CHECK-ONE-DEPENDENT-ADDED.
           IF DEPENDENT-NAME (WS-DEP-INDEX) NOT = SPACES
              MOVE 0 TO WS-MATCH-SUB
              PERFORM MATCH-ONE-BEFORE-DEPENDENT
                  VARYING WS-MATCH-INDEX FROM 1 BY 1
                  UNTIL WS-MATCH-INDEX > 3
              IF WS-MATCH-SUB = 0
                 PERFORM SEND-DEPENDENT-ADD
              END-IF
           END-IF.

       MATCH-ONE-BEFORE-DEPENDENT.
           IF BF-DEPENDENT-NAME (WS-MATCH-INDEX)
                 = DEPENDENT-NAME (WS-DEP-INDEX)
              MOVE WS-MATCH-INDEX TO WS-MATCH-SUB
           END-IF.

       CHECK-ONE-DEPENDENT-DROPPED.
           IF BF-DEPENDENT-NAME (WS-DEP-INDEX) NOT = SPACES
              MOVE 0 TO WS-MATCH-SUB
              PERFORM MATCH-ONE-AFTER-DEPENDENT
                  VARYING WS-MATCH-INDEX FROM 1 BY 1
                  UNTIL WS-MATCH-INDEX > 3
              IF WS-MATCH-SUB = 0
                 PERFORM START-MASTER-DETAIL
                 SET CD-DEPENDENT-DROP TO TRUE
                 MOVE BF-DEPENDENT-NAME (WS-DEP-INDEX)
                    TO CD-DEPENDENT-NAME
                 MOVE BF-DEPENDENT-RELATION (WS-DEP-INDEX)
                    TO CD-DEPENDENT-RELATION
                 MOVE BF-DEPENDENT-AGE (WS-DEP-INDEX)
                    TO CD-DEPENDENT-AGE
                 MOVE SPACES TO WS-CHANGE-TEXT
                 STRING 'DEPENDENT DROPPED '
                        BF-DEPENDENT-NAME (WS-DEP-INDEX)
                     DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                 ADD 1 TO WS-DEP-DROP-COUNT
                 PERFORM WRITE-FEED-DETAIL
              END-IF
           END-IF.

       MATCH-ONE-AFTER-DEPENDENT.
           IF DEPENDENT-NAME (WS-MATCH-INDEX)
                 = BF-DEPENDENT-NAME (WS-DEP-INDEX)
              MOVE WS-MATCH-INDEX TO WS-MATCH-SUB
           END-IF.

       SEND-DEPENDENT-ADD.
           PERFORM START-MASTER-DETAIL.
           SET CD-DEPENDENT-ADD TO TRUE.
           MOVE DEPENDENT-NAME (WS-DEP-INDEX) TO CD-DEPENDENT-NAME.
           MOVE DEPENDENT-RELATION (WS-DEP-INDEX)
              TO CD-DEPENDENT-RELATION.
           MOVE DEPENDENT-AGE (WS-DEP-INDEX) TO CD-DEPENDENT-AGE.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING 'DEPENDENT ADDED ' DEPENDENT-NAME (WS-DEP-INDEX)
               DELIMITED BY SIZE INTO WS-CHANGE-TEXT.
           ADD 1 TO WS-DEP-ADD-COUNT.
           PERFORM WRITE-FEED-DETAIL.

      *-----------------------------------------------------------------
      * A detail record started from the master as it stands now,
      * effective the feed date unless the caller says otherwise.
      *-----------------------------------------------------------------
       START-MASTER-DETAIL.
           MOVE SPACES TO CARRIER-DETAIL-RECORD.
           MOVE 'D' TO CD-RECORD-TYPE.
           MOVE EMPLOYEE-ID TO CD-EMPLOYEE-ID.
           MOVE LAST-NAME TO CD-LAST-NAME.
           MOVE FIRST-NAME TO CD-FIRST-NAME.
           MOVE WS-FEED-DATE TO CD-EFFECTIVE-DATE.
           MOVE HEALTH-PLAN TO CD-HEALTH-PLAN.
           MOVE DENTAL-PLAN TO CD-DENTAL-PLAN.
           MOVE VISION-PLAN TO CD-VISION-PLAN.
           MOVE RETIREMENT-PLAN TO CD-RETIREMENT-PLAN.
           MOVE LIFE-INSURANCE TO CD-LIFE-COVERAGE.
           MOVE ZEROS TO CD-DEPENDENT-AGE.

       START-TERM-ONLY-DETAIL.
           MOVE SPACES TO CARRIER-DETAIL-RECORD.
           MOVE 'D' TO CD-RECORD-TYPE.
           MOVE WT-EMPLOYEE-ID TO CD-EMPLOYEE-ID.
           MOVE WT-LAST-NAME TO CD-LAST-NAME.
           MOVE WT-FIRST-NAME TO CD-FIRST-NAME.
           MOVE ZEROS TO CD-LIFE-COVERAGE.
           MOVE ZEROS TO CD-DEPENDENT-AGE.

      *
      * For somebody no longer on the master, from the day's first
      * before image - the record as the day found it.
      *
       START-BEFORE-IMAGE-DETAIL.
           MOVE SPACES TO CARRIER-DETAIL-RECORD.
           MOVE 'D' TO CD-RECORD-TYPE.
           MOVE BF-EMPLOYEE-ID TO CD-EMPLOYEE-ID.
           MOVE BF-LAST-NAME TO CD-LAST-NAME.
           MOVE BF-FIRST-NAME TO CD-FIRST-NAME.
           MOVE WS-FEED-DATE TO CD-EFFECTIVE-DATE.
           MOVE BF-HEALTH-PLAN TO CD-HEALTH-PLAN.
           MOVE BF-DENTAL-PLAN TO CD-DENTAL-PLAN.
           MOVE BF-VISION-PLAN TO CD-VISION-PLAN.
           MOVE BF-RETIREMENT-PLAN TO CD-RETIREMENT-PLAN.
           MOVE BF-LIFE-INSURANCE TO CD-LIFE-COVERAGE.
           MOVE ZEROS TO CD-DEPENDENT-AGE.

       WRITE-FEED-DETAIL.
           WRITE CARRIER-DETAIL-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD 1 TO WS-DETAILS-WRITTEN.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING 'SENT ' CD-CHANGE-CODE '   EMPLOYEE ' CD-EMPLOYEE-ID
                  ' ' CD-FIRST-NAME ' ' CD-LAST-NAME
                  ' EFFECTIVE ' CD-EFFECTIVE-DATE ' ' WS-CHANGE-TEXT
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.

      *-----------------------------------------------------------------
      * The trailer counts itself in the record count.
      *-----------------------------------------------------------------
       WRITE-FEED-TRAILER.
           ADD 1 TO WS-RECORDS-WRITTEN.
           MOVE SPACES TO CARRIER-TRAILER-RECORD.
           MOVE 'T' TO CR-RECORD-TYPE.
           MOVE WS-RECORDS-WRITTEN TO CR-RECORD-COUNT.
           MOVE WS-DETAILS-WRITTEN TO CR-DETAIL-COUNT.
           MOVE WS-ADD-COUNT TO CR-ADD-COUNT.
           MOVE WS-TERM-COUNT TO CR-TERM-COUNT.
           MOVE WS-PLAN-COUNT TO CR-PLAN-COUNT.
           MOVE WS-LIFE-COUNT TO CR-LIFE-COUNT.
           MOVE WS-DEP-ADD-COUNT TO CR-DEP-ADD-COUNT.
           MOVE WS-DEP-DROP-COUNT TO CR-DEP-DROP-COUNT.
           WRITE CARRIER-TRAILER-RECORD.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING 'RECORDS ON FEED:     ' WS-RECORDS-WRITTEN
                  '   DETAILS: ' WS-DETAILS-WRITTEN
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING '  AD ADDS:            ' WS-ADD-COUNT
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING '  TM TERMINATIONS:    ' WS-TERM-COUNT
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING '  PL PLAN CHANGES:    ' WS-PLAN-COUNT
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING '  LI LIFE CHANGES:    ' WS-LIFE-COUNT
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING '  DA DEPENDENT ADDS:  ' WS-DEP-ADD-COUNT
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING '  DD DEPENDENT DROPS: ' WS-DEP-DROP-COUNT
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING 'NOT SENT:             ' WS-NOT-SENT-COUNT
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM WRITE-CONTROL-LINE.

       WRITE-CONTROL-LINE.
           MOVE WS-CONTROL-LINE TO CONTROL-LISTING-LINE.
           WRITE CONTROL-LISTING-LINE.
