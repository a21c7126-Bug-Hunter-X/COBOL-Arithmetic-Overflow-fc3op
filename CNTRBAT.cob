      * run, so a restart of an abended run is not mistaken for a
      * duplicate. The trailer record is recognized and skipped.
      *
      * A date that never arrives is caught as well: when the
      * CALFILE business-day calendar is on hand, every date from
      * the calendar's in-force date up to the day before tonight's
      * business date that some feed's working week expects (and
      * that is not that feed's holiday) must already be on
      * DATFILE. Each one still missing is listed on the run report
      * with the feed that expected it, and the run ends with
      * return code 4 so the scheduler shows the warning. A
      * held-back date processed later through the catch-up job
      * clears its own warning. A feed's week can be re-based: on
      * any date only the feed's week with the latest in-force date
      * on or before it applies. A calendar too large for the
      * tables is not half-checked - the check is reported not
      * completed and the run ends with return code 4.
      *
      * Machine-readable run figures (one RUNSTAT record per counter
      * touched) are written at end of run for the CNTRBAL balancing
      * step. A run does not start while the @BALST@ record says the
      * prior night failed to balance - a corrupted counter must not
      * compound; an operator clears the block through CNTRMAINT
      * once the cause is understood.
      *
      * A counter that halts (ceiling hit under HALT, or a non-
      * numeric value) stops only itself: the halting transaction
      * and every later one for that counter are set aside on the
      * PNDFILE pended-transaction file and the run carries on for
      * every other counter. The RUNSTAT figures and the run report
      * show each halted counter and how many transactions it
      * pended; once an operator fixes the counter the CNTRRCYC
      * step re-drives them ahead of the next night's edit. A
      * restart re-examines everything after the checkpoint, so the
      * transactions the abended run already pended are loaded from
      * PNDFILE first and are not written there a second time.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT PNDFILE ASSIGN TO PNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDFILE-STATUS.

           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
           RECORDING MODE IS F.
           COPY WRUNSTAT REPLACING ==:PREFIX:== BY ==HIS==.

       FD  PNDFILE
           RECORDING MODE IS F.
           COPY WPNDREC REPLACING ==:PREFIX:== BY ==PND==.

       FD  CALFILE
           RECORDING MODE IS F.
           COPY WCALREC REPLACING ==:PREFIX:== BY ==CAL==.

       WORKING-STORAGE SECTION.
       COPY WCOUNTER REPLACING ==:PREFIX:== BY ==WS-COUNTER==.
       COPY WNBRFMT  REPLACING ==:PREFIX:== BY ==WS-FMT==.
               88  DATFILE-NOT-FOUND        VALUE "35".
           05  WS-RUNHIST-STATUS   PIC X(2) VALUE "00".
               88  RUNHIST-NOT-FOUND        VALUE "35".
           05  WS-PNDFILE-STATUS   PIC X(2) VALUE "00".
               88  PNDFILE-OK               VALUE "00".
               88  PNDFILE-AT-END           VALUE "10".
               88  PNDFILE-NOT-FOUND        VALUE "35".
           05  WS-CALFILE-STATUS   PIC X(2) VALUE "00".
               88  CALFILE-AT-END           VALUE "10".
               88  CALFILE-NOT-FOUND        VALUE "35".
           05  WS-CAL-CHECK-FLAG   PIC X(1) VALUE "N".
               88  CAL-NOT-CHECKED          VALUE "N".
               88  CAL-CHECKED              VALUE "Y".
               88  CAL-CHECK-INCOMPLETE     VALUE "F".
           05  WS-CAL-FOUND-FLAG   PIC X(1) VALUE "N".
               88  CAL-DATE-FOUND           VALUE "Y".
           05  WS-CAL-FULL-FLAG    PIC X(1) VALUE "N".
               88  CAL-TABLE-FULL           VALUE "Y".
           05  WS-CAL-REBASE-FLAG  PIC X(1) VALUE "N".
               88  CAL-WEEK-REBASED         VALUE "Y".
           05  WS-HDR-FLAG         PIC X(1) VALUE "N".
               88  FILE-HAS-HEADER          VALUE "Y".
           05  WS-HALTED-FLAG      PIC X(1) VALUE "N".
               88  RUN-HALTED               VALUE "Y".
           05  WS-RESTART-FLAG     PIC X(1) VALUE "N".
               88  RUN-IS-RESTART           VALUE "Y".
           05  WS-RESUME-FOUND     PIC X(1) VALUE "N".
           05  WS-RESUME-PASSED    PIC X(1) VALUE "N".
               88  RESUME-POINT-PASSED      VALUE "Y".
           05  WS-CHKPNT-STATUS    PIC X(1) VALUE "I".
           05  WS-PRIOR-PND-FLAG   PIC X(1) VALUE "N".
               88  TRAN-ALREADY-PENDED      VALUE "Y".
           05  WS-PRIOR-PND-FULL   PIC X(1) VALUE "N".
               88  PRIOR-PND-TABLE-FULL     VALUE "Y".

       01  WS-COUNTERS.
           05  WS-RECORDS-PROCESSED     PIC 9(9) VALUE ZERO.
           05  WS-EXCEPTIONS-RAISED     PIC 9(9) VALUE ZERO.
           05  WS-TRANS-REFUSED         PIC 9(9) VALUE ZERO.
           05  WS-TRANS-PENDED          PIC 9(9) VALUE ZERO.
           05  WS-RESETS-APPLIED        PIC 9(9) VALUE ZERO.
           05  WS-DISTANCE-TO-CEILING   PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-RECS-SINCE-CHKPNT     PIC 9(4) VALUE ZERO.
               10  WS-CTR-WRAPS             PIC 9(5).
               10  WS-CTR-REFUSED           PIC X(1).
                   88  CTR-ENTRY-REFUSED        VALUE "Y".
               10  WS-CTR-HALTED            PIC X(1).
                   88  CTR-ENTRY-HALTED         VALUE "Y".
               10  WS-CTR-HALT-REASON       PIC X(30).
               10  WS-CTR-PENDED            PIC 9(9).

      *    on a restart, the transactions the abended run already set
      *    aside on the pended file - the id is the first ten bytes
      *    of the transaction image
       01  WS-PND-TRAN-WORK.
           05  WS-PND-TRAN-ID      PIC 9(10).
           05  FILLER              PIC X(70).

       01  WS-PRIOR-PND-TABLE.
           05  WS-PRIOR-PND-COUNT  PIC 9(4) VALUE ZERO.
           05  WS-PRIOR-PND-MAX    PIC 9(4) VALUE 5000.
           05  WS-PRIOR-PND-ID     PIC 9(10) OCCURS 5000 TIMES.
           05  WS-PSUB             PIC 9(4) VALUE ZERO.

      *    the business-day calendar and the processed dates it is
      *    checked against - only dates inside the calendar's
      *    window are held
       01  WS-CALENDAR.
           05  WS-CAL-WEEK-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-CAL-WEEK-MAX     PIC 9(2) VALUE 10.
           05  WS-CAL-WEEK-ENTRY OCCURS 10 TIMES.
               10  WS-CAL-WEEK-FEED     PIC X(8).
               10  WS-CAL-WEEK-FROM     PIC 9(8).
               10  WS-CAL-WEEK-DAYS     PIC X(7).
           05  WS-CAL-HOL-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-CAL-HOL-MAX      PIC 9(3) VALUE 500.
           05  WS-CAL-HOL-ENTRY OCCURS 500 TIMES.
               10  WS-CAL-HOL-FEED      PIC X(8).
               10  WS-CAL-HOL-DATE      PIC 9(8).
           05  WS-CAL-DONE-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-CAL-DONE-MAX     PIC 9(4) VALUE 3000.
           05  WS-CAL-DONE-DATE    PIC 9(8) OCCURS 3000 TIMES.
           05  WS-CAL-START-DATE   PIC 9(8) VALUE ZERO.
           05  WS-CAL-DAY-DATE     PIC 9(8) VALUE ZERO.
           05  WS-CAL-DAY-INT      PIC 9(7) VALUE ZERO.
           05  WS-CAL-END-INT      PIC 9(7) VALUE ZERO.
           05  WS-CAL-WEEKS        PIC 9(7) VALUE ZERO.
           05  WS-CAL-WEEKDAY      PIC 9(1) VALUE ZERO.
           05  WS-CSUB             PIC 9(4) VALUE ZERO.
           05  WS-KSUB             PIC 9(4) VALUE ZERO.
           05  WS-HSUB             PIC 9(4) VALUE ZERO.
           05  WS-DSUB             PIC 9(4) VALUE ZERO.

      *    expected dates not on DATFILE - every one is counted,
      *    the first MAX are listed on the report
       01  WS-MISSED-TABLE.
           05  WS-MISSED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-MISSED-MAX       PIC 9(5) VALUE 30.
           05  WS-MISSED-ENTRY OCCURS 30 TIMES.
               10  WS-MISSED-DATE       PIC 9(8).
               10  WS-MISSED-FEED       PIC X(8).

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
                   "TRANS REFUSED       :".
               10  RPT-REFUSED      PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-PENDED.
               10  FILLER           PIC X(22) VALUE
                   "TRANS PENDED        :".
               10  RPT-PENDED       PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-RESETS.
               10  FILLER           PIC X(22) VALUE
                   "CALENDAR RESETS     :".
                   "RESUMED AFTER TRAN  :".
               10  RPT-RESUMED-TRAN PIC 9(10).
               10  FILLER           PIC X(48) VALUE SPACES.
           05  WS-RPT-CAL-CHECK.
               10  FILLER           PIC X(22) VALUE
                   "CALENDAR CHECK      :".
               10  RPT-CAL-CHECK    PIC X(30).
               10  FILLER           PIC X(28) VALUE SPACES.
           05  WS-RPT-MISSED.
               10  FILLER           PIC X(22) VALUE
                   "MISSED DATES        :".
               10  RPT-MISSED       PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-MISSED-LINE.
               10  FILLER           PIC X(9)  VALUE "  MISSED ".
               10  RPT-MISSED-DATE  PIC 9(8).
               10  FILLER           PIC X(18) VALUE
                   " EXPECTED BY FEED ".
               10  RPT-MISSED-FEED  PIC X(8).
               10  FILLER           PIC X(37) VALUE SPACES.
           05  WS-RPT-MISSED-MORE.
               10  FILLER           PIC X(9)  VALUE "  AND    ".
               10  RPT-MISSED-MORE  PIC ZZZZZZZZ9.
               10  FILLER           PIC X(20) VALUE
                   " MORE NOT LISTED".
               10  FILLER           PIC X(42) VALUE SPACES.
           05  WS-RPT-CTR-LINE.
               10  FILLER           PIC X(8)  VALUE "COUNTER ".
               10  RPT-CTR-ID       PIC X(8).
               10  FILLER           PIC X(8)  VALUE " MARGIN ".
               10  RPT-CTR-MARGIN   PIC ZZZZZZZZ9.
               10  FILLER           PIC X(17) VALUE SPACES.
           05  WS-RPT-HALT-LINE.
               10  FILLER           PIC X(9)  VALUE "  HALTED ".
               10  RPT-HALT-REASON  PIC X(30).
               10  FILLER           PIC X(15) VALUE
                   " TRANS PENDED :".
               10  RPT-HALT-PENDED  PIC ZZZZZZZZ9.
               10  FILLER           PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL TRANFILE-AT-END OR RUN-HALTED
           PERFORM 8000-WRITE-REPORT
           PERFORM 9000-TERMINATE
           IF WS-MISSED-COUNT > ZERO OR CAL-CHECK-INCOMPLETE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
               MOVE THDR-BUSINESS-DATE TO WS-BUSINESS-DATE
               MOVE THDR-FEED-ID       TO WS-FEED-ID
               PERFORM 1600-CHECK-PROCESSED-DATE
               PERFORM 1700-CHECK-CALENDAR
               READ TRANFILE
                   AT END
                       SET TRANFILE-AT-END TO TRUE
               OPEN OUTPUT ASGFILE
           END-IF

           IF RUN-IS-RESTART
               PERFORM 1250-LOAD-PRIOR-PENDED
           END-IF

      *    the pended file carries every night's set-aside work until
      *    it is re-driven, so it is always extended, never recut
           OPEN EXTEND PNDFILE
           IF PNDFILE-NOT-FOUND
               OPEN OUTPUT PNDFILE
           END-IF

      *    stamp the run in-flight before the first tick so an abend
      *    anywhere after this point is recognized on the next start
           MOVE WS-RESUME-TRAN-ID TO WS-LAST-TRAN-ID
               CLOSE CHKFILE
           END-IF.

      *    the abended run pended work after its last checkpoint as
      *    well as before it; the restart walks that stretch again
      *    and must not set the same transactions aside twice
       1250-LOAD-PRIOR-PENDED.
           OPEN INPUT PNDFILE
           IF PNDFILE-NOT-FOUND
               CONTINUE
           ELSE
               READ PNDFILE
                   AT END
                       SET PNDFILE-AT-END TO TRUE
               END-READ
               PERFORM 1260-LOAD-ONE-PRIOR-PENDED
                   UNTIL PNDFILE-AT-END
               CLOSE PNDFILE
           END-IF.

       1260-LOAD-ONE-PRIOR-PENDED.
           IF PND-RUN-ID = WS-ABEND-RUN-ID
               MOVE PND-TRAN-RECORD TO WS-PND-TRAN-WORK
               IF WS-PRIOR-PND-COUNT < WS-PRIOR-PND-MAX
                   ADD 1 TO WS-PRIOR-PND-COUNT
                   MOVE WS-PND-TRAN-ID
                       TO WS-PRIOR-PND-ID(WS-PRIOR-PND-COUNT)
               ELSE
                   IF NOT PRIOR-PND-TABLE-FULL
                       DISPLAY "CNTRBAT: MORE THAN " WS-PRIOR-PND-MAX
                           " TRANS PENDED BY RUN " WS-ABEND-RUN-ID
                           " - SOME MAY BE PENDED AGAIN"
                   END-IF
                   SET PRIOR-PND-TABLE-FULL TO TRUE
               END-IF
           END-IF
           READ PNDFILE
               AT END
                   SET PNDFILE-AT-END TO TRUE
           END-READ.

      *    the lock record stamps the control file busy for the
      *    whole run; on a restart a busy lock still held by the
      *    abended run itself is its orphan and is taken over -
                   END-IF
           END-READ.

      *    the calendar is optional - without it there is nothing
      *    to expect, and the run goes on exactly as before
       1700-CHECK-CALENDAR.
           OPEN INPUT CALFILE
           IF CALFILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1710-LOAD-CALENDAR-ENTRY
                   UNTIL CALFILE-AT-END
               CLOSE CALFILE
               SET CAL-CHECKED TO TRUE
           END-IF
      *    a calendar entry that did not fit would leave dates
      *    expected or excused wrongly - do not check at all
           IF CAL-TABLE-FULL
               SET CAL-CHECK-INCOMPLETE TO TRUE
               DISPLAY "CNTRBAT: CALENDAR TABLE FULL - "
                   "MISSED-DATE CHECK NOT COMPLETED"
           END-IF
           IF CAL-CHECKED AND WS-CAL-WEEK-COUNT > ZERO
              AND WS-CAL-START-DATE < WS-BUSINESS-DATE
               OPEN INPUT DATFILE
               IF DATFILE-NOT-FOUND
                   CONTINUE
               ELSE
                   MOVE "00" TO WS-DATFILE-STATUS
                   PERFORM 1720-LOAD-PROCESSED-DATE
                       UNTIL DATFILE-AT-END
                   CLOSE DATFILE
               END-IF
           END-IF
      *    a processed date that did not fit in the table would be
      *    reported missing - say the check is incomplete instead
      *    of listing dates that are in fact done
           IF CAL-CHECKED AND WS-CAL-WEEK-COUNT > ZERO
              AND WS-CAL-START-DATE < WS-BUSINESS-DATE
               COMPUTE WS-CAL-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-START-DATE)
               COMPUTE WS-CAL-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               PERFORM 1730-CHECK-ONE-DAY
                   UNTIL WS-CAL-DAY-INT NOT < WS-CAL-END-INT
                      OR CAL-CHECK-INCOMPLETE
           END-IF
           IF CAL-CHECK-INCOMPLETE AND NOT CAL-TABLE-FULL
               DISPLAY "CNTRBAT: MORE THAN " WS-CAL-DONE-MAX
                   " PROCESSED DATES IN THE CALENDAR WINDOW - "
                   "MISSED-DATE CHECK NOT COMPLETED"
           END-IF
           IF WS-MISSED-COUNT > ZERO
               DISPLAY "CNTRBAT: " WS-MISSED-COUNT
                   " EXPECTED BUSINESS DATE(S) NOT PROCESSED - "
                   "SEE RUN REPORT"
           END-IF.

      *    the window opens at the earliest in-force date of any
      *    feed's working week; records with an unusable date are
      *    ignored rather than guessed at
       1710-LOAD-CALENDAR-ENTRY.
           READ CALFILE
               AT END
                   SET CALFILE-AT-END TO TRUE
               NOT AT END
                   IF CAL-DATE NUMERIC AND CAL-DATE > ZERO
                       IF CAL-IS-WEEK
                          AND WS-CAL-WEEK-COUNT NOT < WS-CAL-WEEK-MAX
                           SET CAL-TABLE-FULL TO TRUE
                       END-IF
                       IF CAL-IS-HOLIDAY
                          AND WS-CAL-HOL-COUNT NOT < WS-CAL-HOL-MAX
                           SET CAL-TABLE-FULL TO TRUE
                       END-IF
                       IF CAL-IS-WEEK
                          AND WS-CAL-WEEK-COUNT < WS-CAL-WEEK-MAX
                           ADD 1 TO WS-CAL-WEEK-COUNT
                           MOVE CAL-FEED-ID
                               TO WS-CAL-WEEK-FEED(WS-CAL-WEEK-COUNT)
                           MOVE CAL-DATE
                               TO WS-CAL-WEEK-FROM(WS-CAL-WEEK-COUNT)
                           MOVE CAL-WEEK-DAYS
                               TO WS-CAL-WEEK-DAYS(WS-CAL-WEEK-COUNT)
                           IF WS-CAL-START-DATE = ZERO
                              OR CAL-DATE < WS-CAL-START-DATE
                               MOVE CAL-DATE TO WS-CAL-START-DATE
                           END-IF
                       END-IF
                       IF CAL-IS-HOLIDAY
                          AND WS-CAL-HOL-COUNT < WS-CAL-HOL-MAX
                           ADD 1 TO WS-CAL-HOL-COUNT
                           MOVE CAL-FEED-ID
                               TO WS-CAL-HOL-FEED(WS-CAL-HOL-COUNT)
                           MOVE CAL-DATE
                               TO WS-CAL-HOL-DATE(WS-CAL-HOL-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1720-LOAD-PROCESSED-DATE.
           READ DATFILE
               AT END
                   SET DATFILE-AT-END TO TRUE
               NOT AT END
                   IF DAT-BUSINESS-DATE NOT < WS-CAL-START-DATE
                      AND DAT-BUSINESS-DATE < WS-BUSINESS-DATE
                       IF WS-CAL-DONE-COUNT < WS-CAL-DONE-MAX
                           ADD 1 TO WS-CAL-DONE-COUNT
                           MOVE DAT-BUSINESS-DATE
                               TO WS-CAL-DONE-DATE(WS-CAL-DONE-COUNT)
                       ELSE
                           SET CAL-CHECK-INCOMPLETE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    integer day 1 (1 January 1601) was a Monday, so the
      *    remainder by seven gives the position in the Y/N week,
      *    Monday first
       1730-CHECK-ONE-DAY.
           COMPUTE WS-CAL-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INT)
           COMPUTE WS-CAL-WEEKS = (WS-CAL-DAY-INT - 1) / 7
           COMPUTE WS-CAL-WEEKDAY =
               WS-CAL-DAY-INT - 1 - (WS-CAL-WEEKS * 7) + 1
           MOVE "N" TO WS-CAL-FOUND-FLAG
           PERFORM VARYING WS-DSUB FROM 1 BY 1
                   UNTIL WS-DSUB > WS-CAL-DONE-COUNT
                      OR CAL-DATE-FOUND
               IF WS-CAL-DONE-DATE(WS-DSUB) = WS-CAL-DAY-DATE
                   SET CAL-DATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CAL-DATE-FOUND
               PERFORM VARYING WS-CSUB FROM 1 BY 1
                       UNTIL WS-CSUB > WS-CAL-WEEK-COUNT
                   IF WS-CAL-DAY-DATE
                           NOT < WS-CAL-WEEK-FROM(WS-CSUB)
                       PERFORM 1735-CHECK-WEEK-REBASED
                       IF NOT CAL-WEEK-REBASED
                          AND WS-CAL-WEEK-DAYS(WS-CSUB)
                                  (WS-CAL-WEEKDAY:1) = "Y"
                           PERFORM 1740-CHECK-FEED-HOLIDAY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO WS-CAL-DAY-INT.

      *    a week is replaced by the same feed's week with a later
      *    in-force date once that date is reached; of two weeks
      *    for a feed with the same date the later record stands
       1735-CHECK-WEEK-REBASED.
           MOVE "N" TO WS-CAL-REBASE-FLAG
           PERFORM VARYING WS-KSUB FROM 1 BY 1
                   UNTIL WS-KSUB > WS-CAL-WEEK-COUNT
                      OR CAL-WEEK-REBASED
               IF WS-KSUB NOT = WS-CSUB
                  AND WS-CAL-WEEK-FEED(WS-KSUB)
                          = WS-CAL-WEEK-FEED(WS-CSUB)
                  AND WS-CAL-WEEK-FROM(WS-KSUB) NOT > WS-CAL-DAY-DATE
                   IF WS-CAL-WEEK-FROM(WS-KSUB)
                           > WS-CAL-WEEK-FROM(WS-CSUB)
                       SET CAL-WEEK-REBASED TO TRUE
                   ELSE
                   IF WS-CAL-WEEK-FROM(WS-KSUB)
                           = WS-CAL-WEEK-FROM(WS-CSUB)
                      AND WS-KSUB > WS-CSUB
                       SET CAL-WEEK-REBASED TO TRUE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    a holiday with a blank feed id closes the date for every
      *    feed; otherwise it closes it only for the feed named
       1740-CHECK-FEED-HOLIDAY.
           MOVE "N" TO WS-CAL-FOUND-FLAG
           PERFORM VARYING WS-HSUB FROM 1 BY 1
                   UNTIL WS-HSUB > WS-CAL-HOL-COUNT
                      OR CAL-DATE-FOUND
               IF WS-CAL-HOL-DATE(WS-HSUB) = WS-CAL-DAY-DATE
                  AND (WS-CAL-HOL-FEED(WS-HSUB) = SPACES
                    OR WS-CAL-HOL-FEED(WS-HSUB)
                           = WS-CAL-WEEK-FEED(WS-CSUB))
                   SET CAL-DATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CAL-DATE-FOUND
               ADD 1 TO WS-MISSED-COUNT
               IF WS-MISSED-COUNT NOT > WS-MISSED-MAX
                   MOVE WS-CAL-DAY-DATE
                       TO WS-MISSED-DATE(WS-MISSED-COUNT)
                   IF WS-CAL-WEEK-FEED(WS-CSUB) = SPACES
                       MOVE "ALL"
                           TO WS-MISSED-FEED(WS-MISSED-COUNT)
                   ELSE
                       MOVE WS-CAL-WEEK-FEED(WS-CSUB)
                           TO WS-MISSED-FEED(WS-MISSED-COUNT)
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO WS-CAL-FOUND-FLAG.

       2000-PROCESS-TRANSACTIONS.
           IF TTRL-IS-TRAILER
      *        end-of-transmission marker passed through by
           IF TRAN-COUNTER-ID NOT = WS-COUNTER-ID
               PERFORM 3000-SWITCH-COUNTER
           END-IF
           IF NOT RUN-HALTED
               IF CTR-ENTRY-REFUSED(WS-CURR-SUB)
      *            undefined, frozen or retired counter - the load
      *            already logged why, so the transaction is consumed
      *            without a tick and the run goes on
                   PERFORM 2500-PASS-REFUSED-TRAN
               ELSE
                   IF CTR-ENTRY-HALTED(WS-CURR-SUB)
      *                the counter halted earlier in the run - the
      *                transaction waits on the pended file instead of
      *                re-hitting the ceiling (and re-logging it)
                       PERFORM 2600-PEND-HALTED-TRAN
                   ELSE
                       PERFORM 2100-TICK-CURRENT
                       IF CTR-ENTRY-HALTED(WS-CURR-SUB)
      *                    the halting transaction itself received no
      *                    value, so it is the first one pended
                           PERFORM 2600-PEND-HALTED-TRAN
                       ELSE
                           PERFORM 4000-WRITE-ASSIGNMENT
                           MOVE TRAN-ID TO WS-LAST-TRAN-ID
                           ADD 1 TO WS-CTR-TICKS(WS-CURR-SUB)
                           ADD 1 TO WS-RECS-SINCE-CHKPNT
                           IF WS-RECS-SINCE-CHKPNT NOT <
                                   WS-CONFIG-CHKPNT-EVERY
                               PERFORM 6000-WRITE-CHECKPOINT
                           END-IF
                           READ TRANFILE
                               AT END
                                   SET TRANFILE-AT-END TO TRUE
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   SET TRANFILE-AT-END TO TRUE
           END-READ.

      *    the transaction image goes to the pended file exactly as
      *    presented; like a refusal it counts toward the checkpoint
      *    position. A restart re-examines everything after the last
      *    checkpoint, so a transaction the abended run already
      *    pended is counted here but not written a second time
       2600-PEND-HALTED-TRAN.
           ADD 1 TO WS-TRANS-PENDED
           ADD 1 TO WS-CTR-PENDED(WS-CURR-SUB)
           MOVE "N" TO WS-PRIOR-PND-FLAG
           IF RUN-IS-RESTART
               PERFORM 2610-CHECK-PRIOR-PENDED
           END-IF
           IF NOT TRAN-ALREADY-PENDED
               MOVE WS-CURRENT-DATE      TO PND-DATE
               MOVE WS-RUN-ID            TO PND-RUN-ID
               MOVE WS-COUNTER-ID        TO PND-COUNTER-ID
               MOVE WS-CTR-HALT-REASON(WS-CURR-SUB) TO PND-REASON
               SET PND-PENDING           TO TRUE
               MOVE ZERO                 TO PND-RELEASE-DATE
               MOVE TRAN-RECORD          TO PND-TRAN-RECORD
               WRITE PND-RECORD
           END-IF
           MOVE TRAN-ID TO WS-LAST-TRAN-ID
           ADD 1 TO WS-RECS-SINCE-CHKPNT
           IF WS-RECS-SINCE-CHKPNT NOT < WS-CONFIG-CHKPNT-EVERY
               PERFORM 6000-WRITE-CHECKPOINT
           END-IF
           READ TRANFILE
               AT END
                   SET TRANFILE-AT-END TO TRUE
           END-READ.

       2610-CHECK-PRIOR-PENDED.
           PERFORM VARYING WS-PSUB FROM 1 BY 1
                   UNTIL WS-PSUB > WS-PRIOR-PND-COUNT
                      OR TRAN-ALREADY-PENDED
               IF WS-PRIOR-PND-ID(WS-PSUB) = TRAN-ID
                   SET TRAN-ALREADY-PENDED TO TRUE
               END-IF
           END-PERFORM.

       2100-TICK-CURRENT.
           MOVE WS-COUNTER-MODE       TO WS-TICKCFG-MODE
           MOVE WS-COUNTER-WRAP-FLOOR TO WS-TICKCFG-WRAP-FLOOR
               END-IF
               IF WS-TICKCFG-MODE-HALT OR
                  WS-EXCEPTION-REASON = "NON-NUMERIC COUNTER VALUE"
      *            halt means halt for this counter - stop driving
      *            further ticks instead of re-hitting the ceiling
      *            (and re-logging it) on every remaining transaction
      *            for it, but only this counter stops; the others
      *            carry on. corrupted data halts regardless of mode
      *            - WRAP is an overflow-recovery behavior, not a
      *            recovery for bad data, so it cannot repair this
      *            the way it repairs an overflow
                   SET CTR-ENTRY-HALTED(WS-CURR-SUB) TO TRUE
                   MOVE WS-EXCEPTION-REASON
                       TO WS-CTR-HALT-REASON(WS-CURR-SUB)
                   DISPLAY "CNTRBAT: COUNTER " WS-COUNTER-ID
                       " HALTED - ITS TRANSACTIONS ARE PENDED"
               END-IF
           END-IF
           IF WS-COUNTER-VALUE > WS-CTR-HIGH(WS-CURR-SUB)
           IF WS-CTR-COUNT NOT < WS-CTR-MAX
               DISPLAY "CNTRBAT: MORE THAN " WS-CTR-MAX
                   " COUNTERS IN ONE RUN - RUN HALTED"
               SET RUN-HALTED TO TRUE
           ELSE
               MOVE SPACES TO WS-EXCEPTION-REASON
               MOVE TRAN-COUNTER-ID TO CTL-ID
               MOVE WS-COUNTER-VALUE  TO WS-CTR-HIGH(WS-CURR-SUB)
               MOVE ZERO              TO WS-CTR-TICKS(WS-CURR-SUB)
               MOVE ZERO              TO WS-CTR-WRAPS(WS-CURR-SUB)
               MOVE "N"               TO WS-CTR-HALTED(WS-CURR-SUB)
               MOVE SPACES            TO WS-CTR-HALT-REASON(WS-CURR-SUB)
               MOVE ZERO              TO WS-CTR-PENDED(WS-CURR-SUB)
               IF WS-EXCEPTION-REASON = SPACES
                   MOVE "N" TO WS-CTR-REFUSED(WS-CURR-SUB)
               ELSE
           MOVE WS-TRANS-REFUSED TO RPT-REFUSED
           MOVE WS-RPT-REFUSED   TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TRANS-PENDED  TO RPT-PENDED
           MOVE WS-RPT-PENDED    TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RESETS-APPLIED TO RPT-RESETS
           MOVE WS-RPT-RESETS    TO RPT-LINE
           WRITE RPT-LINE
               MOVE WS-FEED-ID       TO RPT-FEED-ID
               MOVE WS-RPT-FEED-ID   TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 8100-WRITE-CALENDAR-CHECK
           END-IF
           IF RUN-IS-RESTART
               MOVE "RESTART"    TO RPT-START-MODE
                   MOVE WS-DISTANCE-TO-CEILING  TO RPT-CTR-MARGIN
                   MOVE WS-RPT-CTR-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   IF CTR-ENTRY-HALTED(WS-SUB)
                       MOVE WS-CTR-HALT-REASON(WS-SUB)
                           TO RPT-HALT-REASON
                       MOVE WS-CTR-PENDED(WS-SUB) TO RPT-HALT-PENDED
                       MOVE WS-RPT-HALT-LINE TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RPTFILE.

       8100-WRITE-CALENDAR-CHECK.
           EVALUATE TRUE
               WHEN CAL-NOT-CHECKED
                   MOVE "NO CALENDAR ON HAND" TO RPT-CAL-CHECK
               WHEN CAL-CHECK-INCOMPLETE
                   MOVE "NOT COMPLETED - TABLE FULL" TO RPT-CAL-CHECK
               WHEN WS-MISSED-COUNT > ZERO
                   MOVE "EXPECTED DATES MISSING" TO RPT-CAL-CHECK
               WHEN OTHER
                   MOVE "ALL EXPECTED DATES PROCESSED"
                       TO RPT-CAL-CHECK
           END-EVALUATE
           MOVE WS-RPT-CAL-CHECK TO RPT-LINE
           WRITE RPT-LINE
           IF WS-MISSED-COUNT > ZERO
               MOVE WS-MISSED-COUNT TO RPT-MISSED
               MOVE WS-RPT-MISSED   TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-DSUB FROM 1 BY 1
                       UNTIL WS-DSUB > WS-MISSED-COUNT
                          OR WS-DSUB > WS-MISSED-MAX
                   MOVE WS-MISSED-DATE(WS-DSUB) TO RPT-MISSED-DATE
                   MOVE WS-MISSED-FEED(WS-DSUB) TO RPT-MISSED-FEED
                   MOVE WS-RPT-MISSED-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
               IF WS-MISSED-COUNT > WS-MISSED-MAX
                   COMPUTE RPT-MISSED-MORE =
                       WS-MISSED-COUNT - WS-MISSED-MAX
                   MOVE WS-RPT-MISSED-MORE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       9000-TERMINATE.
           IF NOT TRANFILE-NOT-FOUND
               CLOSE TRANFILE
           END-IF
           CLOSE ASGFILE
           CLOSE PNDFILE
      *    mark the checkpoint complete only when the whole file was
      *    processed - a halted counter pends its work and the run
      *    still completes, but a run halted outright (counter table
      *    full) stays in-flight so the rerun resumes at the halting
      *    record instead of re-ticking every counter from record
      *    one. the halting record received no value and will be
      *    examined again, so it comes back out of the checkpointed
      *    count. the checkpoint write hardens the counters one last
      *    time either way
           IF TRANFILE-AT-END
               MOVE "C" TO WS-CHKPNT-STATUS
           ELSE
                   MOVE WS-CTR-TICKS(WS-SUB)     TO STAT-TICKS
                   MOVE WS-CTR-WRAPS(WS-SUB)     TO STAT-WRAPS
                   MOVE WS-CTR-WRAP-FLOOR(WS-SUB) TO STAT-WRAP-FLOOR
                   MOVE WS-CTR-HALTED(WS-SUB)    TO STAT-HALT-FLAG
                   MOVE WS-CTR-PENDED(WS-SUB)    TO STAT-PENDED
                   WRITE STAT-RECORD
                   MOVE STAT-RECORD TO HIS-RECORD
                   WRITE HIS-RECORD
