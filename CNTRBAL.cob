      * an operator clears it through CNTRMAINT (function CLRBAL) -
      * a corrupted counter must not compound for days. The run
      * also ends with return code 8 so operations see it.
      *
      * A counter that halted in the run is balanced like any other
      * (its halting transaction received no tick) and is marked on
      * the report with the transactions it pended. The report
      * closes with every counter that still has transactions
      * waiting on the PNDFILE pended file, from whichever night,
      * so a halt nobody has fixed yet cannot drop out of sight.
      *
      * The night's figures only prove the counter from its starting
      * value to its ending value; what moved it between one night's
      * end and the next night's start is proven as well. For every
      * counter with an earlier run on RUNHIST, the span from that
      * run's ending value to tonight's starting value is walked in
      * date and time order through the evidence logged in between:
      * the DAYFILE daytime issue ledger, RSVFILE block reservations,
      * MAINTLOG corrections and lifecycle actions, EXCFILE calendar
      * resets and wraps, and the assignments of an abended run whose
      * restart starts tonight (held in doubt until tonight's
      * starting value shows how far it was hardened). Every step
      * must chain from the value the last one proved; a span that
      * does not arrive exactly at tonight's starting value - a draw
      * nobody logged, a number issued twice - puts the counter out
      * of balance like any other break, and the report shows where
      * the chain stopped.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYFILE-STATUS.

           SELECT RSVFILE ASSIGN TO RSVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSVFILE-STATUS.

           SELECT ASGFILE ASSIGN TO ASGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASGFILE-STATUS.

           SELECT PNDFILE ASSIGN TO PNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDFILE-STATUS.

           SELECT BALFILE ASSIGN TO BALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALFILE-STATUS.
           RECORDING MODE IS F.
           COPY WMNTLOG REPLACING ==:PREFIX:== BY ==MLOG==.

       FD  RUNHIST
           RECORDING MODE IS F.
           COPY WRUNSTAT REPLACING ==:PREFIX:== BY ==HIS==.

       FD  DAYFILE
           RECORDING MODE IS F.
           COPY WDAYREC REPLACING ==:PREFIX:== BY ==DAY==.

       FD  RSVFILE
           RECORDING MODE IS F.
           COPY WRSVREC REPLACING ==:PREFIX:== BY ==RSV==.

       FD  ASGFILE
           RECORDING MODE IS F.
           COPY WASGREC REPLACING ==:PREFIX:== BY ==ASG==.

       FD  PNDFILE
           RECORDING MODE IS F.
           COPY WPNDREC REPLACING ==:PREFIX:== BY ==PND==.

       FD  BALFILE
           RECORDING MODE IS F.
           COPY WBALCERT REPLACING ==:PREFIX:== BY ==CERT==.
       01  WS-RUN-ID                PIC X(8).
       01  WS-LOCK-KEY              PIC X(8) VALUE "@LOCK@".
       01  WS-BALST-KEY             PIC X(8) VALUE "@BALST@".
       01  WS-NIGHT-RUN-ID          PIC X(8) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-CURRENT-TIME     PIC 9(8).
           05  FILLER              PIC X(5).

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
           05  WS-TODAY-INT         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-MIN-DAY-INT       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ACTUAL            PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-SUB               PIC 9(3) VALUE ZERO.

       01  WS-SPAN-FIELDS.
           05  WS-SPAN-MIN-DATE     PIC 9(8) VALUE ZERO.
           05  WS-SPAN-VALUE        PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-SPAN-ANCHOR       PIC S9(10) COMP-3 VALUE ZERO.
           05  WS-SPAN-WRAPS        PIC 9(5) VALUE ZERO.
           05  WS-SPAN-STEPS        PIC 9(5) VALUE ZERO.
           05  WS-SPAN-REASON       PIC X(30) VALUE SPACES.
           05  WS-DOUBT-LOW         PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-DOUBT-HIGH        PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-PSUB              PIC 9(3) VALUE ZERO.
           05  WS-ESUB              PIC 9(4) VALUE ZERO.
           05  WS-SEG-SUB           PIC 9(4) VALUE ZERO.
           05  WS-SORT-I            PIC 9(4) VALUE ZERO.
           05  WS-SORT-J            PIC 9(4) VALUE ZERO.
           05  WS-KEY-COUNTER       PIC X(8) VALUE SPACES.
           05  WS-KEY-RUN-ID        PIC X(8) VALUE SPACES.
           05  WS-NEW-TYPE          PIC X(1) VALUE SPACE.
           05  WS-NEW-RANK          PIC 9(1) VALUE ZERO.

       01  WS-COUNTS.
           05  WS-COUNTERS-BALANCED PIC 9(5) VALUE ZERO.
           05  WS-COUNTERS-OOB      PIC 9(5) VALUE ZERO.
           05  WS-COUNTERS-HALTED   PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-WAITING     PIC 9(9) VALUE ZERO.
           05  WS-PND-SUB           PIC 9(3) VALUE ZERO.
           05  WS-PND-KEY           PIC X(8) VALUE SPACES.

      *    the night's wrap events, one entry per EXCFILE wrap
      *    record, so the recomputation uses what actually got
               10  WS-MLOG-OLD          PIC 9(9) COMP-3.
               10  WS-MLOG-NEW          PIC 9(9) COMP-3.

      *    transactions still waiting on the pended file, by
      *    counter, whatever night pended them
       01  WS-PND-TABLE.
           05  WS-PND-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PND-MAX          PIC 9(3) VALUE 100.
           05  WS-PND-ENTRY OCCURS 100 TIMES.
               10  WS-PND-COUNTER-ID    PIC X(8).
               10  WS-PND-WAITING       PIC 9(9).

      *    each counter's latest run on RUNHIST before tonight's -
      *    the ending value the span to tonight's start is walked
      *    from, and the run-id and date that open the span
       01  WS-PREV-TABLE.
           05  WS-PREV-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-PREV-MAX         PIC 9(3) VALUE 200.
           05  WS-PREV-ENTRY OCCURS 200 TIMES.
               10  WS-PREV-COUNTER-ID   PIC X(8).
               10  WS-PREV-DATE         PIC 9(8).
               10  WS-PREV-RUN-ID       PIC X(8).
               10  WS-PREV-END          PIC 9(9) COMP-3.
               10  WS-PREV-SEG-SUB      PIC 9(4).
               10  WS-PREV-LOST-FLAG    PIC X(1).
                   88  PREV-EVIDENCE-LOST     VALUE "Y".

      *    one entry per step of evidence between the runs, sorted by
      *    counter, date, time and rank before the walk. RANK orders
      *    what one program logged in the same instant: a calendar
      *    reset lands before the number it issued, a wrap is logged
      *    before the number it issued.
      *    TYPE - D daytime issue, V reservation, M maintenance
      *    action, X calendar reset, W wrap, I assignment chain of
      *    an abended run
       01  WS-SPN-TABLE.
           05  WS-SPN-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-SPN-MAX          PIC 9(4) VALUE 3000.
           05  WS-SPN-ENTRY OCCURS 3000 TIMES.
               10  WS-SPN-KEY.
                   15  WS-SPN-COUNTER-ID    PIC X(8).
                   15  WS-SPN-STAMP.
                       20  WS-SPN-DATE      PIC 9(8).
                       20  WS-SPN-TIME      PIC 9(8).
                   15  WS-SPN-RANK          PIC 9(1).
                   15  WS-SPN-SEQ           PIC 9(5).
               10  WS-SPN-TYPE          PIC X(1).
               10  WS-SPN-RUN-ID        PIC X(8).
               10  WS-SPN-FROM          PIC 9(9) COMP-3.
               10  WS-SPN-TO            PIC 9(9) COMP-3.

       01  WS-HOLD-SPN.
           05  WS-HS-KEY            PIC X(30).
           05  WS-HS-TYPE           PIC X(1).
           05  WS-HS-RUN-ID         PIC X(8).
           05  WS-HS-FROM           PIC 9(9) COMP-3.
           05  WS-HS-TO             PIC 9(9) COMP-3.

       01  WS-FLAGS.
           05  WS-CTLFILE-STATUS   PIC X(2) VALUE "00".
               88  CTLFILE-OK               VALUE "00".
               88  MAINTLOG-OK              VALUE "00".
               88  MAINTLOG-AT-END          VALUE "10".
               88  MAINTLOG-NOT-FOUND       VALUE "35".
           05  WS-RUNHIST-STATUS   PIC X(2) VALUE "00".
               88  RUNHIST-OK               VALUE "00".
               88  RUNHIST-AT-END           VALUE "10".
               88  RUNHIST-NOT-FOUND        VALUE "35".
           05  WS-DAYFILE-STATUS   PIC X(2) VALUE "00".
               88  DAYFILE-OK               VALUE "00".
               88  DAYFILE-AT-END           VALUE "10".
               88  DAYFILE-NOT-FOUND        VALUE "35".
           05  WS-RSVFILE-STATUS   PIC X(2) VALUE "00".
               88  RSVFILE-OK               VALUE "00".
               88  RSVFILE-AT-END           VALUE "10".
               88  RSVFILE-NOT-FOUND        VALUE "35".
           05  WS-ASGFILE-STATUS   PIC X(2) VALUE "00".
               88  ASGFILE-OK               VALUE "00".
               88  ASGFILE-AT-END           VALUE "10".
               88  ASGFILE-NOT-FOUND        VALUE "35".
           05  WS-PNDFILE-STATUS   PIC X(2) VALUE "00".
               88  PNDFILE-OK               VALUE "00".
               88  PNDFILE-AT-END           VALUE "10".
               88  PNDFILE-NOT-FOUND        VALUE "35".
           05  WS-BALFILE-STATUS   PIC X(2) VALUE "00".
           05  WS-BALRPT-STATUS    PIC X(2) VALUE "00".
           05  WS-OOB-FLAG         PIC X(1) VALUE "N".
               88  ANY-OUT-OF-BALANCE       VALUE "Y".
           05  WS-CTR-OOB-FLAG     PIC X(1) VALUE "N".
               88  COUNTER-OOB              VALUE "Y".
           05  WS-SPAN-CHECK-FLAG  PIC X(1) VALUE "N".
               88  SPAN-CHECKED             VALUE "Y".
           05  WS-SPAN-FAIL-FLAG   PIC X(1) VALUE "N".
               88  SPAN-FAILED              VALUE "Y".
           05  WS-DOUBT-FLAG       PIC X(1) VALUE "N".
               88  SPAN-IN-DOUBT            VALUE "Y".
           05  WS-FOUND-FLAG       PIC X(1) VALUE "N".
               88  ENTRY-FOUND              VALUE "Y".

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
               10  FILLER            PIC X(1)  VALUE SPACES.
               10  RPT-DET-STATUS    PIC X(14).
               10  FILLER            PIC X(17) VALUE SPACES.
           05  WS-RPT-HALT-LINE.
               10  FILLER            PIC X(24) VALUE
                   "         HALTED - PENDED".
               10  RPT-HALT-PENDED   PIC ZZZZZZZZ9.
               10  FILLER            PIC X(19) VALUE
                   " STILL WAITING ALL ".
               10  RPT-HALT-WAITING  PIC ZZZZZZZZ9.
               10  FILLER            PIC X(19) VALUE SPACES.
           05  WS-RPT-SPAN-LINE.
               10  FILLER            PIC X(14) VALUE
                   "         SPAN ".
               10  RPT-SPAN-FROM     PIC ZZZZZZZZ9.
               10  FILLER            PIC X(4)  VALUE " TO ".
               10  RPT-SPAN-TO       PIC ZZZZZZZZ9.
               10  FILLER            PIC X(1)  VALUE SPACES.
               10  RPT-SPAN-STATUS   PIC X(30).
               10  RPT-SPAN-AT-GROUP.
                   15  FILLER        PIC X(4)  VALUE " AT ".
                   15  RPT-SPAN-AT   PIC ZZZZZZZZ9.
           05  WS-RPT-WAIT-HEADING.
               10  FILLER            PIC X(30) VALUE
                   "PENDED TRANSACTIONS WAITING  :".
               10  FILLER            PIC X(50) VALUE SPACES.
           05  WS-RPT-WAIT-LINE.
               10  FILLER            PIC X(8)  VALUE "COUNTER ".
               10  RPT-WAIT-COUNTER  PIC X(8).
               10  FILLER            PIC X(9)  VALUE " WAITING ".
               10  RPT-WAIT-COUNT    PIC ZZZZZZZZ9.
               10  FILLER            PIC X(46) VALUE SPACES.
           05  WS-RPT-HALT-TOTALS.
               10  FILLER            PIC X(10) VALUE "HALTED   :".
               10  RPT-SUM-HALTED    PIC ZZZZ9.
               10  FILLER            PIC X(18) VALUE
                   "  TRANS WAITING  :".
               10  RPT-SUM-WAITING   PIC ZZZZZZZZ9.
               10  FILLER            PIC X(38) VALUE SPACES.
           05  WS-RPT-VERDICT-LINE.
               10  FILLER            PIC X(10) VALUE "BALANCED :".
               10  RPT-SUM-BALANCED  PIC ZZZZ9.
           END-IF
           PERFORM 1100-ACQUIRE-LOCK

      *    the night's run-id comes off its first figures record, so
      *    the span loaders know which run is tonight's
           OPEN INPUT RUNSTAT
           IF RUNSTAT-NOT-FOUND
               DISPLAY "CNTRBAL: NO RUN FIGURES ON HAND - "
               READ RUNSTAT
                   AT END
                       SET RUNSTAT-AT-END TO TRUE
                   NOT AT END
                       MOVE STAT-RUN-ID TO WS-NIGHT-RUN-ID
               END-READ
           END-IF

           PERFORM 1200-LOAD-WRAP-EVENTS
           PERFORM 1300-LOAD-CORRECTIONS
           PERFORM 1400-LOAD-PENDED-COUNTS
           IF NOT RUNSTAT-AT-END
               PERFORM 1500-LOAD-PREVIOUS-RUNS
           END-IF
           IF WS-PREV-COUNT > ZERO
               PERFORM 1600-LOAD-SPAN-EVIDENCE
           END-IF

           OPEN OUTPUT BALFILE
           OPEN OUTPUT BALRPT
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE.

       1100-ACQUIRE-LOCK.
           MOVE WS-LOCK-KEY TO CTL-ID
                   SET MAINTLOG-AT-END TO TRUE
           END-READ.

       1400-LOAD-PENDED-COUNTS.
           OPEN INPUT PNDFILE
           IF PNDFILE-NOT-FOUND
               SET PNDFILE-AT-END TO TRUE
           ELSE
               READ PNDFILE
                   AT END
                       SET PNDFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1410-LOAD-PENDED-ENTRY
               UNTIL PNDFILE-AT-END
           IF NOT PNDFILE-NOT-FOUND
               CLOSE PNDFILE
           END-IF.

       1410-LOAD-PENDED-ENTRY.
           IF PND-PENDING
               ADD 1 TO WS-TOTAL-WAITING
               MOVE PND-COUNTER-ID TO WS-PND-KEY
               PERFORM 1420-FIND-PENDED-COUNTER
               IF WS-PND-SUB = ZERO
                   IF WS-PND-COUNT < WS-PND-MAX
                       ADD 1 TO WS-PND-COUNT
                       MOVE WS-PND-COUNT TO WS-PND-SUB
                       MOVE PND-COUNTER-ID TO
                           WS-PND-COUNTER-ID(WS-PND-SUB)
                       MOVE ZERO TO WS-PND-WAITING(WS-PND-SUB)
                   ELSE
                       DISPLAY "CNTRBAL: PENDED TABLE FULL - "
                           PND-COUNTER-ID " NOT LISTED"
                   END-IF
               END-IF
               IF WS-PND-SUB > ZERO
                   ADD 1 TO WS-PND-WAITING(WS-PND-SUB)
               END-IF
           END-IF
           READ PNDFILE
               AT END
                   SET PNDFILE-AT-END TO TRUE
           END-READ.

       1420-FIND-PENDED-COUNTER.
           MOVE ZERO TO WS-PND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PND-COUNT
               IF WS-PND-COUNTER-ID(WS-SUB) = WS-PND-KEY
                   MOVE WS-SUB TO WS-PND-SUB
               END-IF
           END-PERFORM.

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
           END-IF

           MOVE 99999999 TO WS-SPAN-MIN-DATE
           PERFORM VARYING WS-PSUB FROM 1 BY 1
                   UNTIL WS-PSUB > WS-PREV-COUNT
               IF WS-PREV-DATE(WS-PSUB) < WS-SPAN-MIN-DATE
                   MOVE WS-PREV-DATE(WS-PSUB) TO WS-SPAN-MIN-DATE
               END-IF
           END-PERFORM.

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
                       MOVE ZERO TO WS-PREV-SEG-SUB(WS-PSUB)
                       MOVE "N"  TO WS-PREV-LOST-FLAG(WS-PSUB)
                   ELSE
                       DISPLAY "CNTRBAL: RUN HISTORY TABLE FULL - "
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

      *    everything that may have moved a counter since the
      *    earliest previous run; each counter's own span is cut
      *    from it when the counter is balanced
       1600-LOAD-SPAN-EVIDENCE.
           PERFORM 1610-LOAD-DAYTIME-ISSUES
           PERFORM 1620-LOAD-RESERVATIONS
           PERFORM 1630-LOAD-MAINTENANCE
           PERFORM 1640-LOAD-RESETS-AND-WRAPS
           PERFORM 1650-LOAD-ABENDED-ASSIGNMENTS
           PERFORM 1690-SORT-SPAN-EVIDENCE.

       1610-LOAD-DAYTIME-ISSUES.
           OPEN INPUT DAYFILE
           IF DAYFILE-NOT-FOUND
               SET DAYFILE-AT-END TO TRUE
           ELSE
               READ DAYFILE
                   AT END
                       SET DAYFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1611-LOAD-DAYTIME-ISSUE
               UNTIL DAYFILE-AT-END
           IF NOT DAYFILE-NOT-FOUND
               CLOSE DAYFILE
           END-IF.

       1611-LOAD-DAYTIME-ISSUE.
           MOVE DAY-COUNTER-ID TO WS-KEY-COUNTER
           MOVE DAY-DATE       TO WS-EVENT-DATE
           MOVE DAY-TIME       TO WS-EVENT-TIME
           MOVE "D" TO WS-NEW-TYPE
           MOVE 4   TO WS-NEW-RANK
           PERFORM 1680-ADD-SPAN-EVENT
           IF WS-ESUB > ZERO
               MOVE DAY-RUN-ID      TO WS-SPN-RUN-ID(WS-ESUB)
               MOVE DAY-PRIOR-VALUE TO WS-SPN-FROM(WS-ESUB)
               MOVE DAY-SEQ-VALUE   TO WS-SPN-TO(WS-ESUB)
           END-IF
           READ DAYFILE
               AT END
                   SET DAYFILE-AT-END TO TRUE
           END-READ.

       1620-LOAD-RESERVATIONS.
           OPEN INPUT RSVFILE
           IF RSVFILE-NOT-FOUND
               SET RSVFILE-AT-END TO TRUE
           ELSE
               READ RSVFILE
                   AT END
                       SET RSVFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1621-LOAD-RESERVATION
               UNTIL RSVFILE-AT-END
           IF NOT RSVFILE-NOT-FOUND
               CLOSE RSVFILE
           END-IF.

       1621-LOAD-RESERVATION.
           MOVE RSV-COUNTER-ID TO WS-KEY-COUNTER
           MOVE RSV-DATE       TO WS-EVENT-DATE
           MOVE RSV-TIME       TO WS-EVENT-TIME
           MOVE "V" TO WS-NEW-TYPE
           MOVE 4   TO WS-NEW-RANK
           PERFORM 1680-ADD-SPAN-EVENT
           IF WS-ESUB > ZERO
               MOVE RSV-RUN-ID      TO WS-SPN-RUN-ID(WS-ESUB)
               MOVE RSV-START-VALUE TO WS-SPN-FROM(WS-ESUB)
               MOVE RSV-END-VALUE   TO WS-SPN-TO(WS-ESUB)
           END-IF
           READ RSVFILE
               AT END
                   SET RSVFILE-AT-END TO TRUE
           END-READ.

      *    a lifecycle action logs the value it found as both old
      *    and new, so it chains like a correction that moved nothing
       1630-LOAD-MAINTENANCE.
           OPEN INPUT MAINTLOG
           IF MAINTLOG-NOT-FOUND
               SET MAINTLOG-AT-END TO TRUE
           ELSE
               READ MAINTLOG
                   AT END
                       SET MAINTLOG-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1631-LOAD-MAINT-ENTRY
               UNTIL MAINTLOG-AT-END
           IF NOT MAINTLOG-NOT-FOUND
               CLOSE MAINTLOG
           END-IF.

       1631-LOAD-MAINT-ENTRY.
           IF MLOG-COUNTER-ID(1:1) NOT = "@"
               MOVE MLOG-COUNTER-ID TO WS-KEY-COUNTER
               MOVE MLOG-DATE       TO WS-EVENT-DATE
               MOVE MLOG-TIME       TO WS-EVENT-TIME
               MOVE "M" TO WS-NEW-TYPE
               MOVE 4   TO WS-NEW-RANK
               PERFORM 1680-ADD-SPAN-EVENT
               IF WS-ESUB > ZERO
                   MOVE MLOG-OLD-VALUE TO WS-SPN-FROM(WS-ESUB)
                   MOVE MLOG-NEW-VALUE TO WS-SPN-TO(WS-ESUB)
               END-IF
           END-IF
           READ MAINTLOG
               AT END
                   SET MAINTLOG-AT-END TO TRUE
           END-READ.

      *    tonight's own resets and wraps are inside its figures
       1640-LOAD-RESETS-AND-WRAPS.
           OPEN INPUT EXCFILE
           IF EXCFILE-NOT-FOUND
               SET EXCFILE-AT-END TO TRUE
           ELSE
               READ EXCFILE
                   AT END
                       SET EXCFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1641-LOAD-RESET-OR-WRAP
               UNTIL EXCFILE-AT-END
           IF NOT EXCFILE-NOT-FOUND
               CLOSE EXCFILE
           END-IF.

       1641-LOAD-RESET-OR-WRAP.
           IF EXC-RUN-ID NOT = WS-NIGHT-RUN-ID
              AND (EXC-REASON = "CALENDAR RESET APPLIED"
                OR EXC-REASON = "OVERFLOW - WRAPPED TO FLOOR")
               MOVE EXC-COUNTER-ID TO WS-KEY-COUNTER
               MOVE EXC-DATE       TO WS-EVENT-DATE
               MOVE EXC-TIME       TO WS-EVENT-TIME
               IF EXC-REASON = "CALENDAR RESET APPLIED"
                   MOVE "X" TO WS-NEW-TYPE
                   MOVE 1   TO WS-NEW-RANK
               ELSE
                   MOVE "W" TO WS-NEW-TYPE
                   MOVE 3   TO WS-NEW-RANK
               END-IF
               PERFORM 1680-ADD-SPAN-EVENT
               IF WS-ESUB > ZERO
                   MOVE EXC-RUN-ID TO WS-SPN-RUN-ID(WS-ESUB)
                   MOVE EXC-VALUE  TO WS-SPN-FROM(WS-ESUB)
                   MOVE EXC-VALUE  TO WS-SPN-TO(WS-ESUB)
               END-IF
           END-IF
           READ EXCFILE
               AT END
                   SET EXCFILE-AT-END TO TRUE
           END-READ.

      *    ASGFILE is recreated on a cold start, so anything on it
      *    outside tonight's run-id belongs to a run that abended
      *    tonight and was restarted; consecutive values collapse
      *    into one chain per run
       1650-LOAD-ABENDED-ASSIGNMENTS.
           OPEN INPUT ASGFILE
           IF ASGFILE-NOT-FOUND
               SET ASGFILE-AT-END TO TRUE
           ELSE
               READ ASGFILE
                   AT END
                       SET ASGFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1651-LOAD-ABENDED-ASSIGNMENT
               UNTIL ASGFILE-AT-END
           IF NOT ASGFILE-NOT-FOUND
               CLOSE ASGFILE
           END-IF.

       1651-LOAD-ABENDED-ASSIGNMENT.
           IF ASG-RUN-ID NOT = WS-NIGHT-RUN-ID
               MOVE ASG-COUNTER-ID TO WS-KEY-COUNTER
               PERFORM 1590-FIND-PREV-COUNTER
               MOVE "N" TO WS-FOUND-FLAG
               IF WS-PSUB > ZERO
                   MOVE WS-PREV-SEG-SUB(WS-PSUB) TO WS-SEG-SUB
                   IF WS-SEG-SUB > ZERO
                       IF WS-SPN-RUN-ID(WS-SEG-SUB) = ASG-RUN-ID
                          AND ASG-SEQ-VALUE =
                              WS-SPN-TO(WS-SEG-SUB) + 1
                           SET ENTRY-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF ENTRY-FOUND
                   MOVE ASG-SEQ-VALUE TO WS-SPN-TO(WS-SEG-SUB)
               ELSE
                   MOVE ASG-DATE TO WS-EVENT-DATE
                   MOVE ASG-TIME TO WS-EVENT-TIME
                   MOVE "I" TO WS-NEW-TYPE
                   MOVE 4   TO WS-NEW-RANK
                   PERFORM 1680-ADD-SPAN-EVENT
                   IF WS-ESUB > ZERO
                       MOVE ASG-RUN-ID    TO WS-SPN-RUN-ID(WS-ESUB)
                       MOVE ASG-SEQ-VALUE TO WS-SPN-FROM(WS-ESUB)
                       MOVE ASG-SEQ-VALUE TO WS-SPN-TO(WS-ESUB)
                       MOVE WS-ESUB TO WS-PREV-SEG-SUB(WS-PSUB)
                   END-IF
               END-IF
           END-IF
           READ ASGFILE
               AT END
                   SET ASGFILE-AT-END TO TRUE
           END-READ.

      *    only counters with a previous run have a span to prove,
      *    and nothing older than the earliest previous run can be
      *    in one. Evidence the table cannot hold is not skipped
      *    quietly - the counter it belongs to cannot be proven
       1680-ADD-SPAN-EVENT.
           MOVE ZERO TO WS-ESUB
           PERFORM 1590-FIND-PREV-COUNTER
           IF WS-PSUB > ZERO AND WS-EVENT-DATE NOT < WS-SPAN-MIN-DATE
               IF WS-SPN-COUNT < WS-SPN-MAX
                   ADD 1 TO WS-SPN-COUNT
                   MOVE WS-SPN-COUNT   TO WS-ESUB
                   MOVE WS-KEY-COUNTER TO WS-SPN-COUNTER-ID(WS-ESUB)
                   MOVE WS-EVENT-DATE  TO WS-SPN-DATE(WS-ESUB)
                   MOVE WS-EVENT-TIME  TO WS-SPN-TIME(WS-ESUB)
                   MOVE WS-NEW-RANK    TO WS-SPN-RANK(WS-ESUB)
                   MOVE WS-SPN-COUNT   TO WS-SPN-SEQ(WS-ESUB)
                   MOVE WS-NEW-TYPE    TO WS-SPN-TYPE(WS-ESUB)
                   MOVE SPACES         TO WS-SPN-RUN-ID(WS-ESUB)
                   MOVE ZERO           TO WS-SPN-FROM(WS-ESUB)
                   MOVE ZERO           TO WS-SPN-TO(WS-ESUB)
               ELSE
                   SET PREV-EVIDENCE-LOST(WS-PSUB) TO TRUE
               END-IF
           END-IF.

       1690-SORT-SPAN-EVIDENCE.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-SPN-COUNT
               MOVE WS-SPN-ENTRY(WS-SORT-I) TO WS-HOLD-SPN
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J < 2
                          OR WS-SPN-KEY(WS-SORT-J - 1)
                             NOT > WS-HS-KEY
                   MOVE WS-SPN-ENTRY(WS-SORT-J - 1)
                       TO WS-SPN-ENTRY(WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-HOLD-SPN TO WS-SPN-ENTRY(WS-SORT-J)
           END-PERFORM.

       2000-BALANCE-COUNTER.
           MOVE "N" TO WS-CTR-OOB-FLAG

               SET COUNTER-OOB TO TRUE
           END-IF

           PERFORM 2500-PROVE-SPAN
           PERFORM 3000-WRITE-CERTIFICATE

           READ RUNSTAT
                   SET RUNSTAT-AT-END TO TRUE
           END-READ.

      *    from the previous run's ending value to tonight's starting
      *    value, through what was logged after the one started and
      *    before the other. Tonight's and the previous run's own
      *    resets and wraps are inside their figures; an abended
      *    run's are inside its assignment chains
       2500-PROVE-SPAN.
           MOVE "N" TO WS-SPAN-CHECK-FLAG
           MOVE STAT-COUNTER-ID TO WS-KEY-COUNTER
           PERFORM 1590-FIND-PREV-COUNTER
           IF WS-PSUB > ZERO
               SET SPAN-CHECKED TO TRUE
               MOVE "N"    TO WS-SPAN-FAIL-FLAG
               MOVE "N"    TO WS-DOUBT-FLAG
               MOVE SPACES TO WS-SPAN-REASON
               MOVE ZERO   TO WS-SPAN-WRAPS
               MOVE ZERO   TO WS-SPAN-STEPS
               MOVE WS-PREV-END(WS-PSUB)  TO WS-SPAN-VALUE
               MOVE WS-PREV-DATE(WS-PSUB) TO WS-SPAN-LOW-DATE
               IF WS-PREV-RUN-ID(WS-PSUB) NUMERIC
                   MOVE WS-PREV-RUN-ID(WS-PSUB) TO WS-SPAN-LOW-TIME
               ELSE
                   MOVE ZERO TO WS-SPAN-LOW-TIME
               END-IF
               MOVE STAT-DATE TO WS-SPAN-HIGH-DATE
               IF STAT-RUN-ID NUMERIC
                   MOVE STAT-RUN-ID TO WS-SPAN-HIGH-TIME
               ELSE
                   MOVE ZERO TO WS-SPAN-HIGH-TIME
               END-IF
               IF PREV-EVIDENCE-LOST(WS-PSUB)
                   SET SPAN-FAILED TO TRUE
                   MOVE "SPAN EVIDENCE TABLE FULL" TO WS-SPAN-REASON
               ELSE
                   PERFORM 2510-APPLY-SPAN-EVENT
                       VARYING WS-ESUB FROM 1 BY 1
                       UNTIL WS-ESUB > WS-SPN-COUNT
                          OR SPAN-FAILED
               END-IF
               IF NOT SPAN-FAILED
                   MOVE STAT-START-VALUE TO WS-SPAN-ANCHOR
                   PERFORM 2590-ANCHOR-SPAN
               END-IF
               IF NOT SPAN-FAILED AND WS-SPAN-WRAPS > ZERO
                   SET SPAN-FAILED TO TRUE
                   MOVE "WRAP LOGGED BUT NEVER TAKEN"
                       TO WS-SPAN-REASON
               END-IF
               IF SPAN-FAILED
                   SET COUNTER-OOB TO TRUE
               END-IF
           END-IF.

       2510-APPLY-SPAN-EVENT.
           IF WS-SPN-COUNTER-ID(WS-ESUB) = STAT-COUNTER-ID
              AND WS-SPN-STAMP(WS-ESUB) > WS-SPAN-LOW-STAMP
              AND WS-SPN-STAMP(WS-ESUB) < WS-SPAN-HIGH-STAMP
               MOVE "N" TO WS-FOUND-FLAG
               IF WS-SPN-TYPE(WS-ESUB) = "X"
                  OR WS-SPN-TYPE(WS-ESUB) = "W"
                   MOVE WS-SPN-RUN-ID(WS-ESUB) TO WS-KEY-RUN-ID
                   PERFORM 2580-FIND-ABENDED-RUN
                   IF WS-KEY-RUN-ID = WS-PREV-RUN-ID(WS-PSUB)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-IF
               IF NOT ENTRY-FOUND
                   PERFORM 2520-APPLY-SPAN-STEP
               END-IF
           END-IF.

       2520-APPLY-SPAN-STEP.
           EVALUATE WS-SPN-TYPE(WS-ESUB)
               WHEN "X"
                   MOVE WS-SPN-TO(WS-ESUB) TO WS-SPAN-VALUE
                   MOVE "N" TO WS-DOUBT-FLAG
               WHEN "W"
                   ADD 1 TO WS-SPAN-WRAPS
               WHEN "D"
                   MOVE WS-SPN-FROM(WS-ESUB) TO WS-SPAN-ANCHOR
                   PERFORM 2590-ANCHOR-SPAN
                   IF NOT SPAN-FAILED
                      AND WS-SPN-TO(WS-ESUB) NOT =
                          WS-SPN-FROM(WS-ESUB) + 1
                       IF WS-SPAN-WRAPS > ZERO
                          AND WS-SPN-TO(WS-ESUB) = STAT-WRAP-FLOOR
                           SUBTRACT 1 FROM WS-SPAN-WRAPS
                       ELSE
                           SET SPAN-FAILED TO TRUE
                           MOVE "DAYTIME ISSUE DOES NOT CHAIN"
                               TO WS-SPAN-REASON
                       END-IF
                   END-IF
                   IF NOT SPAN-FAILED
                       MOVE WS-SPN-TO(WS-ESUB) TO WS-SPAN-VALUE
                   END-IF
               WHEN "V"
      *            a block that would not fit under the ceiling
      *            starts at the floor against a logged wrap
                   IF WS-SPAN-WRAPS > ZERO
                      AND WS-SPN-FROM(WS-ESUB) = STAT-WRAP-FLOOR
                      AND WS-SPAN-VALUE + 1 NOT = WS-SPN-FROM(WS-ESUB)
                       SUBTRACT 1 FROM WS-SPAN-WRAPS
                   ELSE
                       COMPUTE WS-SPAN-ANCHOR =
                           WS-SPN-FROM(WS-ESUB) - 1
                       PERFORM 2590-ANCHOR-SPAN
                   END-IF
                   IF NOT SPAN-FAILED
                       MOVE WS-SPN-TO(WS-ESUB) TO WS-SPAN-VALUE
                   END-IF
               WHEN "M"
                   MOVE WS-SPN-FROM(WS-ESUB) TO WS-SPAN-ANCHOR
                   PERFORM 2590-ANCHOR-SPAN
                   IF NOT SPAN-FAILED
                       MOVE WS-SPN-TO(WS-ESUB) TO WS-SPAN-VALUE
                   END-IF
      *        how far an abended run got is settled by the next
      *        anchor that lands inside what it issued
               WHEN "I"
                   COMPUTE WS-SPAN-ANCHOR = WS-SPN-FROM(WS-ESUB) - 1
                   PERFORM 2590-ANCHOR-SPAN
                   IF NOT SPAN-FAILED
                       SET SPAN-IN-DOUBT TO TRUE
                       MOVE WS-SPAN-VALUE      TO WS-DOUBT-LOW
                       MOVE WS-SPN-TO(WS-ESUB) TO WS-DOUBT-HIGH
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-SPAN-STEPS.

       2580-FIND-ABENDED-RUN.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-SPN-COUNT
               IF WS-SPN-TYPE(WS-SORT-I) = "I"
                  AND WS-SPN-COUNTER-ID(WS-SORT-I) = STAT-COUNTER-ID
                  AND WS-SPN-RUN-ID(WS-SORT-I) = WS-KEY-RUN-ID
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    every step must start where the last one left the counter,
      *    or inside what an abended run may have hardened
       2590-ANCHOR-SPAN.
           IF WS-SPAN-ANCHOR = WS-SPAN-VALUE
               MOVE "N" TO WS-DOUBT-FLAG
           ELSE
           IF SPAN-IN-DOUBT
              AND WS-SPAN-ANCHOR NOT < WS-DOUBT-LOW
              AND WS-SPAN-ANCHOR NOT > WS-DOUBT-HIGH
               MOVE WS-SPAN-ANCHOR TO WS-SPAN-VALUE
               MOVE "N" TO WS-DOUBT-FLAG
           ELSE
               SET SPAN-FAILED TO TRUE
               MOVE "VALUE DOES NOT CHAIN" TO WS-SPAN-REASON
           END-IF
           END-IF.

       3000-WRITE-CERTIFICATE.
           MOVE WS-CURRENT-DATE  TO CERT-DATE
           MOVE STAT-RUN-ID      TO CERT-RUN-ID
               MOVE "BALANCED"       TO RPT-DET-STATUS
           END-IF
           MOVE WS-RPT-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF SPAN-CHECKED
               MOVE WS-PREV-END(WS-PSUB) TO RPT-SPAN-FROM
               MOVE STAT-START-VALUE     TO RPT-SPAN-TO
               IF SPAN-FAILED
                   MOVE WS-SPAN-REASON TO RPT-SPAN-STATUS
                   MOVE " AT "         TO RPT-SPAN-AT-GROUP
                   MOVE WS-SPAN-VALUE  TO RPT-SPAN-AT
               ELSE
                   MOVE "ACCOUNTED FOR" TO RPT-SPAN-STATUS
                   MOVE SPACES          TO RPT-SPAN-AT-GROUP
               END-IF
               MOVE WS-RPT-SPAN-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF STAT-HALTED
               ADD 1 TO WS-COUNTERS-HALTED
               MOVE STAT-COUNTER-ID TO WS-PND-KEY
               PERFORM 1420-FIND-PENDED-COUNTER
               MOVE STAT-PENDED TO RPT-HALT-PENDED
               IF WS-PND-SUB > ZERO
                   MOVE WS-PND-WAITING(WS-PND-SUB) TO RPT-HALT-WAITING
               ELSE
                   MOVE ZERO TO RPT-HALT-WAITING
               END-IF
               MOVE WS-RPT-HALT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *    the standing backlog, tonight's halts and any older ones
      *    alike, ahead of the verdict
       7000-WRITE-PENDED-SUMMARY.
           IF WS-PND-COUNT > ZERO
               MOVE WS-RPT-WAIT-HEADING TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PND-COUNT
                   MOVE WS-PND-COUNTER-ID(WS-SUB) TO RPT-WAIT-COUNTER
                   MOVE WS-PND-WAITING(WS-SUB)    TO RPT-WAIT-COUNT
                   MOVE WS-RPT-WAIT-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
           END-IF
           MOVE WS-COUNTERS-HALTED TO RPT-SUM-HALTED
           MOVE WS-TOTAL-WAITING   TO RPT-SUM-WAITING
           MOVE WS-RPT-HALT-TOTALS TO RPT-LINE
           WRITE RPT-LINE.

      *    the block outlives this run: 1 stops the next CNTRBAT
      *    record alone - only CLRBAL may clear a standing block
      *    without proving the counters
       8000-SET-BALANCE-STATUS.
           PERFORM 7000-WRITE-PENDED-SUMMARY
           IF WS-COUNTERS-BALANCED = ZERO AND WS-COUNTERS-OOB = ZERO
               MOVE WS-COUNTERS-BALANCED TO RPT-SUM-BALANCED
               MOVE WS-COUNTERS-OOB      TO RPT-SUM-OOB
