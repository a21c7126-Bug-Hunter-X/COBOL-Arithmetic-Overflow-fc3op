      * straight walk and is certified "U" (not provable) rather
      * than guessed at; the same verdict covers a counter whose
      * claims overflow the table.
      *
      * The numbers issued between nights are walked as well: when a
      * counter has an earlier run on RUNHIST, the walk starts just
      * after that run's ending value rather than tonight's starting
      * value, and the span in between is claimed by what was logged
      * after the one run started and before the other - the DAYFILE
      * daytime issue ledger, reservations, and forward operator
      * corrections on MAINTLOG (numbers deliberately skipped). A
      * number drawn in the day that nothing logged now shows as a
      * gap. A span that folds back on itself - a calendar reset, a
      * wrap or a backward correction between the runs - cannot be
      * walked straight; it is noted on the report and only
      * tonight's range is walked.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOIDFILE-STATUS.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYFILE-STATUS.

           SELECT MAINTLOG ASSIGN TO MAINTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

           SELECT COVFILE ASSIGN TO COVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COVFILE-STATUS.
           RECORDING MODE IS F.
           COPY WVODREC REPLACING ==:PREFIX:== BY ==VOD==.

       FD  RUNHIST
           RECORDING MODE IS F.
           COPY WRUNSTAT REPLACING ==:PREFIX:== BY ==HIS==.

       FD  DAYFILE
           RECORDING MODE IS F.
           COPY WDAYREC REPLACING ==:PREFIX:== BY ==DAY==.

       FD  MAINTLOG
           RECORDING MODE IS F.
           COPY WMNTLOG REPLACING ==:PREFIX:== BY ==MLOG==.

       FD  COVFILE
           RECORDING MODE IS F.
           COPY WCOVCERT REPLACING ==:PREFIX:== BY ==CERT==.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-NIGHT-RUN-ID          PIC X(8) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE      PIC 9(8).
           05  FILLER               PIC X(13).

      *    date and time stamps compare as one field, so "between
      *    the two runs" is a single test whatever the source
       01  WS-EVENT-STAMP.
           05  WS-EVENT-DATE        PIC 9(8) VALUE ZERO.
           05  WS-EVENT-TIME        PIC 9(8) VALUE ZERO.
       01  WS-SPAN-LOW-STAMP.
           05  WS-SPAN-LOW-DATE     PIC 9(8) VALUE ZERO.
           05  WS-SPAN-LOW-TIME     PIC 9(8) VALUE ZERO.
       01  WS-SPAN-HIGH-STAMP.
           05  WS-SPAN-HIGH-DATE    PIC 9(8) VALUE ZERO.
           05  WS-SPAN-HIGH-TIME    PIC 9(8) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-RANGE-LO          PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-RANGE-HI          PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-SUB               PIC 9(4) VALUE ZERO.
           05  WS-SORT-I            PIC 9(4) VALUE ZERO.
           05  WS-SORT-J            PIC 9(4) VALUE ZERO.
           05  WS-PSUB              PIC 9(3) VALUE ZERO.
           05  WS-KEY-COUNTER       PIC X(8) VALUE SPACES.

       01  WS-COUNTS.
           05  WS-COUNTERS-COVERED  PIC 9(5) VALUE ZERO.
               10  WS-VOID-START        PIC 9(9) COMP-3.
               10  WS-VOID-END          PIC 9(9) COMP-3.

      *    each counter's latest run on RUNHIST before tonight's -
      *    where the walk picks up, and the run-id and date that
      *    open the span between the runs
       01  WS-PREV-TABLE.
           05  WS-PREV-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-PREV-MAX         PIC 9(3) VALUE 200.
           05  WS-PREV-ENTRY OCCURS 200 TIMES.
               10  WS-PREV-COUNTER-ID   PIC X(8).
               10  WS-PREV-DATE         PIC 9(8).
               10  WS-PREV-RUN-ID       PIC X(8).
               10  WS-PREV-END          PIC 9(9) COMP-3.

       01  WS-HOLD-VOID.
           05  WS-HV-START          PIC 9(9) COMP-3.
           05  WS-HV-END            PIC 9(9) COMP-3.
               88  VOIDFILE-OK               VALUE "00".
               88  VOIDFILE-AT-END           VALUE "10".
               88  VOIDFILE-NOT-FOUND        VALUE "35".
           05  WS-RUNHIST-STATUS    PIC X(2) VALUE "00".
               88  RUNHIST-OK                VALUE "00".
               88  RUNHIST-AT-END            VALUE "10".
               88  RUNHIST-NOT-FOUND         VALUE "35".
           05  WS-DAYFILE-STATUS    PIC X(2) VALUE "00".
               88  DAYFILE-OK                VALUE "00".
               88  DAYFILE-AT-END            VALUE "10".
               88  DAYFILE-NOT-FOUND         VALUE "35".
           05  WS-MAINTLOG-STATUS   PIC X(2) VALUE "00".
               88  MAINTLOG-OK               VALUE "00".
               88  MAINTLOG-AT-END           VALUE "10".
               88  MAINTLOG-NOT-FOUND        VALUE "35".
           05  WS-COVFILE-STATUS    PIC X(2) VALUE "00".
           05  WS-COVRPT-STATUS     PIC X(2) VALUE "00".
           05  WS-FLAGGED-FLAG      PIC X(1) VALUE "N".
               88  ANY-COUNTER-FLAGGED       VALUE "Y".
           05  WS-UNPROVEN-FLAG     PIC X(1) VALUE "N".
               88  COUNTER-UNPROVEN          VALUE "Y".
           05  WS-SPAN-STATE        PIC X(1) VALUE "N".
               88  SPAN-NOT-CHECKED          VALUE "N".
               88  SPAN-WALKED               VALUE "Y".
               88  SPAN-FOLDS-BACK           VALUE "F".

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
               10  FILLER            PIC X(6)  VALUE " WITH ".
               10  RPT-DUP-SOURCE    PIC X(8).
               10  FILLER            PIC X(37) VALUE SPACES.
           05  WS-RPT-FOLD-LINE.
               10  FILLER            PIC X(40) VALUE
                   "  SPAN FROM PREVIOUS RUN FOLDS BACK FROM".
               10  RPT-FOLD-FROM     PIC ZZZZZZZZ9.
               10  FILLER            PIC X(4)  VALUE " TO ".
               10  RPT-FOLD-TO       PIC ZZZZZZZZ9.
               10  FILLER            PIC X(18) VALUE
                   " - NOT WALKED".
           05  WS-RPT-MORE-LINE.
               10  FILLER            PIC X(34) VALUE
                   "  FURTHER DETAIL LINES SUPPRESSED".
               READ RUNSTAT
                   AT END
                       SET RUNSTAT-AT-END TO TRUE
                   NOT AT END
                       MOVE STAT-RUN-ID TO WS-NIGHT-RUN-ID
               END-READ
           END-IF
           IF NOT RUNSTAT-AT-END
               PERFORM 1500-LOAD-PREVIOUS-RUNS
           END-IF.

      *    RUNHIST is appended in run order, so the last record seen
      *    for a counter outside tonight's run is its previous night
       1500-LOAD-PREVIOUS-RUNS.
           OPEN INPUT RUNHIST
           IF RUNHIST-NOT-FOUND
               SET RUNHIST-AT-END TO TRUE
           ELSE
               READ RUNHIST
                   AT END
                       SET RUNHIST-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1510-LOAD-PREVIOUS-RUN
               UNTIL RUNHIST-AT-END
           IF NOT RUNHIST-NOT-FOUND
               CLOSE RUNHIST
           END-IF.

       1510-LOAD-PREVIOUS-RUN.
           IF HIS-RUN-ID NOT = WS-NIGHT-RUN-ID
               MOVE HIS-COUNTER-ID TO WS-KEY-COUNTER
               PERFORM 1590-FIND-PREV-COUNTER
               IF WS-PSUB = ZERO
                   IF WS-PREV-COUNT < WS-PREV-MAX
                       ADD 1 TO WS-PREV-COUNT
                       MOVE WS-PREV-COUNT TO WS-PSUB
                       MOVE HIS-COUNTER-ID TO
                           WS-PREV-COUNTER-ID(WS-PSUB)
                   ELSE
                       DISPLAY "CNTRCOVR: RUN HISTORY TABLE FULL - "
                           HIS-COUNTER-ID " SPAN NOT WALKED"
                   END-IF
               END-IF
               IF WS-PSUB > ZERO
                   MOVE HIS-DATE      TO WS-PREV-DATE(WS-PSUB)
                   MOVE HIS-RUN-ID    TO WS-PREV-RUN-ID(WS-PSUB)
                   MOVE HIS-END-VALUE TO WS-PREV-END(WS-PSUB)
               END-IF
           END-IF
           READ RUNHIST
               AT END
                   SET RUNHIST-AT-END TO TRUE
           END-READ.

       1590-FIND-PREV-COUNTER.
           MOVE ZERO TO WS-PSUB
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-PREV-COUNT
               IF WS-PREV-COUNTER-ID(WS-SORT-I) = WS-KEY-COUNTER
                   MOVE WS-SORT-I TO WS-PSUB
               END-IF
           END-PERFORM.

       2000-AUDIT-COUNTER.
           MOVE ZERO TO WS-CLAIM-COUNT
           MOVE ZERO TO WS-VOID-COUNT
           MOVE "N"  TO WS-UNPROVEN-FLAG
           COMPUTE WS-RANGE-LO = STAT-START-VALUE + 1
           MOVE STAT-END-VALUE TO WS-RANGE-HI
           SET SPAN-NOT-CHECKED TO TRUE
           IF STAT-WRAPS = ZERO
               PERFORM 2100-EXTEND-TO-PREVIOUS-RUN
           END-IF

           IF STAT-WRAPS > ZERO
      *        a wrapped range folds back on itself - a straight
                   PERFORM 3200-LOAD-VOIDS
                   PERFORM 3400-SORT-VOIDS
                   PERFORM 3000-LOAD-ASSIGNMENTS
                   IF SPAN-WALKED
                       PERFORM 3020-LOAD-DAYTIME-ISSUES
                       PERFORM 3040-LOAD-CORRECTIONS
                   END-IF
                   PERFORM 3500-LOAD-RESERVATIONS
                   PERFORM 4000-SORT-CLAIMS
                   IF NOT COUNTER-UNPROVEN
                   SET RUNSTAT-AT-END TO TRUE
           END-READ.

      *    the walk reaches back to just after the previous run's
      *    ending value, unless the counter came back below it
       2100-EXTEND-TO-PREVIOUS-RUN.
           MOVE STAT-COUNTER-ID TO WS-KEY-COUNTER
           PERFORM 1590-FIND-PREV-COUNTER
           IF WS-PSUB > ZERO
               IF WS-PREV-END(WS-PSUB) > STAT-START-VALUE
                   SET SPAN-FOLDS-BACK TO TRUE
                   MOVE WS-PREV-END(WS-PSUB) TO RPT-FOLD-FROM
                   MOVE STAT-START-VALUE     TO RPT-FOLD-TO
                   MOVE WS-RPT-FOLD-LINE TO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   SET SPAN-WALKED TO TRUE
                   COMPUTE WS-RANGE-LO = WS-PREV-END(WS-PSUB) + 1
                   MOVE WS-PREV-DATE(WS-PSUB) TO WS-SPAN-LOW-DATE
                   IF WS-PREV-RUN-ID(WS-PSUB) NUMERIC
                       MOVE WS-PREV-RUN-ID(WS-PSUB)
                           TO WS-SPAN-LOW-TIME
                   ELSE
                       MOVE ZERO TO WS-SPAN-LOW-TIME
                   END-IF
                   MOVE STAT-DATE TO WS-SPAN-HIGH-DATE
                   IF STAT-RUN-ID NUMERIC
                       MOVE STAT-RUN-ID TO WS-SPAN-HIGH-TIME
                   ELSE
                       MOVE ZERO TO WS-SPAN-HIGH-TIME
                   END-IF
               END-IF
           END-IF.

       3000-LOAD-ASSIGNMENTS.
           OPEN INPUT ASGFILE
           IF ASGFILE-NOT-FOUND
                   SET ASGFILE-AT-END TO TRUE
           END-READ.

      *    the ledger accumulates across days - only what was issued
      *    between the two runs belongs to this span
       3020-LOAD-DAYTIME-ISSUES.
           OPEN INPUT DAYFILE
           IF DAYFILE-NOT-FOUND
               SET DAYFILE-AT-END TO TRUE
           ELSE
               READ DAYFILE
                   AT END
                       SET DAYFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 3030-LOAD-ONE-DAYTIME-ISSUE
               UNTIL DAYFILE-AT-END
           IF NOT DAYFILE-NOT-FOUND
               CLOSE DAYFILE
               MOVE "00" TO WS-DAYFILE-STATUS
           END-IF.

       3030-LOAD-ONE-DAYTIME-ISSUE.
           MOVE DAY-DATE TO WS-EVENT-DATE
           MOVE DAY-TIME TO WS-EVENT-TIME
           IF DAY-COUNTER-ID = STAT-COUNTER-ID
              AND WS-EVENT-STAMP > WS-SPAN-LOW-STAMP
              AND WS-EVENT-STAMP < WS-SPAN-HIGH-STAMP
              AND DAY-SEQ-VALUE NOT < WS-RANGE-LO
              AND DAY-SEQ-VALUE NOT > WS-RANGE-HI
               MOVE DAY-SEQ-VALUE TO WS-HOLD-START
               MOVE DAY-SEQ-VALUE TO WS-HOLD-END
               MOVE "DAYTIME"     TO WS-HOLD-SOURCE
               PERFORM 3900-ADD-CLAIM
           END-IF
           READ DAYFILE
               AT END
                   SET DAYFILE-AT-END TO TRUE
           END-READ.

       3040-LOAD-CORRECTIONS.
           OPEN INPUT MAINTLOG
           IF MAINTLOG-NOT-FOUND
               SET MAINTLOG-AT-END TO TRUE
           ELSE
               READ MAINTLOG
                   AT END
                       SET MAINTLOG-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 3050-LOAD-ONE-CORRECTION
               UNTIL MAINTLOG-AT-END
           IF NOT MAINTLOG-NOT-FOUND
               CLOSE MAINTLOG
               MOVE "00" TO WS-MAINTLOG-STATUS
           END-IF.

      *    an operator moving a counter forward deliberately leaves
      *    the numbers it stepped over unissued - they are claimed
      *    by the correction, like a void
       3050-LOAD-ONE-CORRECTION.
           MOVE MLOG-DATE TO WS-EVENT-DATE
           MOVE MLOG-TIME TO WS-EVENT-TIME
           IF MLOG-COUNTER-ID = STAT-COUNTER-ID
              AND WS-EVENT-STAMP > WS-SPAN-LOW-STAMP
              AND WS-EVENT-STAMP < WS-SPAN-HIGH-STAMP
              AND MLOG-NEW-VALUE > MLOG-OLD-VALUE
              AND MLOG-OLD-VALUE NOT > WS-RANGE-HI
              AND MLOG-NEW-VALUE NOT < WS-RANGE-LO
               IF MLOG-OLD-VALUE < WS-RANGE-LO
                   MOVE WS-RANGE-LO TO WS-HOLD-START
               ELSE
                   COMPUTE WS-HOLD-START = MLOG-OLD-VALUE + 1
               END-IF
               IF MLOG-NEW-VALUE > WS-RANGE-HI
                   MOVE WS-RANGE-HI TO WS-HOLD-END
               ELSE
                   MOVE MLOG-NEW-VALUE TO WS-HOLD-END
               END-IF
               MOVE "CORRECT" TO WS-HOLD-SOURCE
               PERFORM 3900-ADD-CLAIM
           END-IF
           READ MAINTLOG
               AT END
                   SET MAINTLOG-AT-END TO TRUE
           END-READ.

       3200-LOAD-VOIDS.
           OPEN INPUT VOIDFILE
           IF VOIDFILE-NOT-FOUND
