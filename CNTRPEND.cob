       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRPEND.
      *
      * CNTRPEND - Nightly apply of pending counter-definition
      * actions.
      * Runs in the nightly chain right after intake, ahead of the
      * recycle, edit and tick steps, so a counter that opens, freezes
      * or retires on tonight's business date is already in that
      * state when tonight's transactions are checked against it.
      * The business date is the one on the intake header; without
      * a readable header the current date is used and said so.
      *
      * Every PENDING action on the PDEFFILE pending file (copybook
      * WPDFREC) whose effective date has arrived is applied in key
      * order - counter, effective date, then the order it was keyed
      * - exactly as CNTRDEF would have applied it on the spot:
      * DEFINE writes the counter from the definition keyed, FREEZE,
      * RETIRE and ACTIVATE change its status and leave its value
      * alone. Each one is logged to MAINTLOG under its own action
      * code and the operator (and confirming second operator) who
      * keyed it, so the audit report, the balancing walk and a
      * control-file recovery all see it as they see a keyed action.
      * The operators were validated when the action was keyed and
      * are not checked again here.
      *
      * The counter is checked again on the night: a DEFINE for a
      * counter already on file, a status change for a counter not
      * on file, or the reopening of a retired counter with no
      * second operator on record is REFUSED with its reason, left
      * unchanged, and ends the step with return code 4 so the
      * morning shift sees it. Applied and refused actions stay on
      * the pending file, marked, as the record of what was done.
      *
      * The @LOCK@ ownership record is held for the length of the
      * run, as CNTRDEF holds it, and the control file is
      * re-extracted afterwards. A control file in use, or not on
      * hand, applies nothing and ends the step with return code 8.
      * The exception is the lock an abended CNTRBAT run leaves
      * behind (CHKFILE still shows that run in flight under the
      * lock's run-id): the night is a restart, the abended run's
      * counters stand half-way through its file, and nothing is
      * applied under it. The step ends with return code 4 so the
      * rest of the rerun goes ahead and CNTRBAT takes its orphan
      * lock over; the actions due stay pending and are applied by
      * the next night's run, whose business date still covers them.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT CHKFILE ASSIGN TO CHKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKFILE-STATUS.

           SELECT PDEFFILE ASSIGN TO PDEFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDF-KEY
               FILE STATUS IS WS-PDEFFILE-STATUS.

           SELECT CTLFILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT MAINTLOG ASSIGN TO MAINTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

           SELECT EXTFILE ASSIGN TO EXTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTFILE-STATUS.

           SELECT PENDRPT ASSIGN TO PENDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
           RECORDING MODE IS F.
           COPY WTRNHDR REPLACING ==:PREFIX:== BY ==THDR==.

       FD  CHKFILE
           RECORDING MODE IS F.
           COPY WCHKPNT REPLACING ==:PREFIX:== BY ==CHK==.

       FD  PDEFFILE.
           COPY WPDFREC REPLACING ==:PREFIX:== BY ==PDF==.

       FD  CTLFILE.
           COPY WCOUNTER REPLACING ==:PREFIX:== BY ==CTL==.

       FD  MAINTLOG
           RECORDING MODE IS F.
           COPY WMNTLOG REPLACING ==:PREFIX:== BY ==MLOG==.

       FD  EXTFILE
           RECORDING MODE IS F.
           COPY WEXTREC REPLACING ==:PREFIX:== BY ==EXT==.

       FD  PENDRPT
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WCOUNTER REPLACING ==:PREFIX:== BY ==WS-COUNTER==.
       COPY WNBRFMT  REPLACING ==:PREFIX:== BY ==WS-FMT==.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-CURRENT-TIME     PIC 9(8).
           05  FILLER              PIC X(5).

       01  WS-RUN-ID                PIC X(8).
       01  WS-LOCK-KEY              PIC X(8) VALUE "@LOCK@".
       01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01  WS-OLD-VALUE             PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-NEW-VALUE             PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-REFUSE-REASON         PIC X(30) VALUE SPACES.
       01  WS-ACTION-NAME           PIC X(8) VALUE SPACES.

       01  WS-COUNTS.
           05  WS-APPLIED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-REFUSED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-WAITING-COUNT     PIC 9(9) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-TRANFILE-STATUS  PIC X(2) VALUE "00".
               88  TRANFILE-OK              VALUE "00".
               88  TRANFILE-AT-END          VALUE "10".
               88  TRANFILE-NOT-FOUND       VALUE "35".
           05  WS-CHKFILE-STATUS   PIC X(2) VALUE "00".
               88  CHKFILE-OK               VALUE "00".
               88  CHKFILE-NOT-FOUND        VALUE "35".
           05  WS-PDEFFILE-STATUS  PIC X(2) VALUE "00".
               88  PDEFFILE-OK              VALUE "00".
               88  PDEFFILE-AT-END          VALUE "10".
               88  PDEFFILE-NOT-FOUND       VALUE "35".
           05  WS-CTLFILE-STATUS   PIC X(2) VALUE "00".
               88  CTLFILE-OK               VALUE "00".
               88  CTLFILE-AT-END           VALUE "10".
               88  CTLFILE-REC-NOT-FND      VALUE "23".
               88  CTLFILE-NOT-FOUND        VALUE "35".
           05  WS-MAINTLOG-STATUS  PIC X(2) VALUE "00".
               88  MAINTLOG-OK              VALUE "00".
               88  MAINTLOG-NOT-FOUND       VALUE "35".
           05  WS-EXTFILE-STATUS   PIC X(2) VALUE "00".
           05  WS-PENDRPT-STATUS   PIC X(2) VALUE "00".
           05  WS-REFUSE-FLAG      PIC X(1) VALUE "N".
               88  ACTION-REFUSED           VALUE "Y".
           05  WS-LOCK-FLAG        PIC X(1) VALUE "N".
               88  LOCK-HELD                VALUE "Y".
           05  WS-RESTART-FLAG     PIC X(1) VALUE "N".
               88  LOCK-IS-ORPHAN           VALUE "Y".
           05  WS-PDEF-OPEN-FLAG   PIC X(1) VALUE "N".
               88  PDEFFILE-OPENED          VALUE "Y".

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
               10  FILLER            PIC X(40) VALUE
                   "CNTRPEND PENDING DEFINITION CHANGES".
               10  FILLER            PIC X(40) VALUE SPACES.
           05  WS-RPT-DATE-LINE.
               10  FILLER            PIC X(22) VALUE
                   "BUSINESS DATE       :".
               10  RPT-BUSINESS-DATE PIC 9(8).
               10  FILLER            PIC X(50) VALUE SPACES.
           05  WS-RPT-RESTART-LINE.
               10  FILLER            PIC X(25) VALUE
                   "LOCK LEFT BY ABENDED RUN ".
               10  RPT-RESTART-RUN   PIC X(8).
               10  FILLER            PIC X(47) VALUE
                   " - RESTART, NOTHING APPLIED THIS RUN".
           05  WS-RPT-DETAIL-LINE.
               10  FILLER            PIC X(8)  VALUE "COUNTER ".
               10  RPT-DET-COUNTER   PIC X(8).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-DET-ACTION    PIC X(8).
               10  FILLER            PIC X(5)  VALUE " EFF ".
               10  RPT-DET-EFF-DATE  PIC 9(8).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-DET-STATE     PIC X(8).
               10  RPT-DET-RESULT    PIC X(30).
               10  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-RPT-APPLIED-LINE.
               10  FILLER            PIC X(22) VALUE
                   "ACTIONS APPLIED     :".
               10  RPT-SUM-APPLIED   PIC ZZZZZZZZ9.
               10  FILLER            PIC X(49) VALUE SPACES.
           05  WS-RPT-REFUSED-LINE.
               10  FILLER            PIC X(22) VALUE
                   "ACTIONS REFUSED     :".
               10  RPT-SUM-REFUSED   PIC ZZZZZZZZ9.
               10  FILLER            PIC X(49) VALUE SPACES.
           05  WS-RPT-WAITING-LINE.
               10  FILLER            PIC X(22) VALUE
                   "STILL PENDING       :".
               10  RPT-SUM-WAITING   PIC ZZZZZZZZ9.
               10  FILLER            PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF PDEFFILE-OPENED
               PERFORM 2000-APPLY-PENDING
                   UNTIL PDEFFILE-AT-END
           END-IF
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           IF WS-REFUSED-COUNT > ZERO OR LOCK-IS-ORPHAN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-TIME TO WS-RUN-ID
           PERFORM 1050-READ-BUSINESS-DATE

           OPEN I-O CTLFILE
           IF CTLFILE-NOT-FOUND
               DISPLAY "CNTRPEND: NO CONTROL FILE - NOTHING APPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-ACQUIRE-LOCK

           OPEN OUTPUT PENDRPT
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BUSINESS-DATE TO RPT-BUSINESS-DATE
           MOVE WS-RPT-DATE-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF LOCK-IS-ORPHAN
               MOVE CTL-RUN-ID TO RPT-RESTART-RUN
               MOVE WS-RPT-RESTART-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
      *        no pending file simply means nothing was ever keyed
      *        ahead
               OPEN I-O PDEFFILE
               IF PDEFFILE-NOT-FOUND
                   DISPLAY "CNTRPEND: NO PENDING FILE - NOTHING TO"
                       " APPLY"
               ELSE
                   SET PDEFFILE-OPENED TO TRUE
                   MOVE LOW-VALUES TO PDF-KEY
                   START PDEFFILE KEY NOT < PDF-KEY
                   IF NOT PDEFFILE-OK
                       SET PDEFFILE-AT-END TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    the night applies what is due on the business date it is
      *    processing, not on the date the batch window happens to
      *    run - a catch-up pass applies each held-back date's
      *    actions in its own pass
       1050-READ-BUSINESS-DATE.
           OPEN INPUT TRANFILE
           IF TRANFILE-NOT-FOUND
               SET TRANFILE-AT-END TO TRUE
           ELSE
               READ TRANFILE
                   AT END
                       SET TRANFILE-AT-END TO TRUE
               END-READ
           END-IF
           IF NOT TRANFILE-AT-END
              AND THDR-IS-HEADER
              AND THDR-BUSINESS-DATE IS NUMERIC
               MOVE THDR-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
               DISPLAY "CNTRPEND: NO TRANSMISSION HEADER - APPLYING"
                   " FOR CURRENT DATE " WS-CURRENT-DATE
           END-IF
           IF NOT TRANFILE-NOT-FOUND
               CLOSE TRANFILE
           END-IF.

      *    nothing may move under a definition change - a busy lock
      *    means someone else is mid-change, and the night must not
      *    go on without tonight's definitions in place
       1100-ACQUIRE-LOCK.
           MOVE WS-LOCK-KEY TO CTL-ID
           READ CTLFILE
           IF CTLFILE-OK AND CTL-VALUE = 1
               PERFORM 1150-CHECK-ABENDED-RUN
               IF LOCK-IS-ORPHAN
                   DISPLAY "CNTRPEND: LOCK LEFT BY ABENDED RUN "
                       CTL-RUN-ID " - RESTART, NOTHING APPLIED"
               ELSE
                   DISPLAY "CNTRPEND: CONTROL FILE IN USE BY RUN "
                       CTL-RUN-ID " - NOTHING APPLIED"
                   CLOSE CTLFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-LOCK-KEY     TO CTL-ID
               MOVE 1               TO CTL-VALUE
               MOVE WS-CURRENT-DATE TO CTL-LAST-UPD-DATE
               MOVE WS-RUN-ID       TO CTL-RUN-ID
               MOVE "L"             TO CTL-MODE
               MOVE ZERO            TO CTL-WRAP-FLOOR
               MOVE SPACE           TO CTL-STATUS
               MOVE ZERO            TO CTL-SEED-VALUE
               MOVE SPACE           TO CTL-RESET-FREQ
               MOVE ZERO            TO CTL-RESET-VALUE
               MOVE ZERO            TO CTL-RESET-PERIOD
               MOVE SPACES          TO CTL-FMT-PREFIX
               MOVE SPACE           TO CTL-FMT-DATE-FLAG
               IF CTLFILE-OK
                   REWRITE CTL-RECORD
               ELSE
                   WRITE CTL-RECORD
               END-IF
               SET LOCK-HELD TO TRUE
           END-IF.

      *    the lock is an orphan only when the checkpoint shows the
      *    very run that holds it still in flight - any other
      *    holder is live
       1150-CHECK-ABENDED-RUN.
           OPEN INPUT CHKFILE
           IF NOT CHKFILE-NOT-FOUND
               READ CHKFILE
                   AT END
                       CONTINUE
               END-READ
               IF CHKFILE-OK AND CHK-IN-FLIGHT
                  AND CHK-RUN-ID = CTL-RUN-ID
                   SET LOCK-IS-ORPHAN TO TRUE
               END-IF
               CLOSE CHKFILE
           END-IF.

      *    applied and refused actions are history; a pending action
      *    not yet due is only counted
       2000-APPLY-PENDING.
           READ PDEFFILE NEXT RECORD
               AT END
                   SET PDEFFILE-AT-END TO TRUE
               NOT AT END
                   IF PDF-PENDING
                       IF PDF-EFFECTIVE-DATE > WS-BUSINESS-DATE
                           ADD 1 TO WS-WAITING-COUNT
                       ELSE
                           PERFORM 3000-APPLY-ACTION
                       END-IF
                   END-IF
           END-READ.

       3000-APPLY-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE "N" TO WS-REFUSE-FLAG
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE PDF-COUNTER-ID TO CTL-ID
           READ CTLFILE
           IF PDF-ACT-DEFINE
               IF CTLFILE-OK
                   SET ACTION-REFUSED TO TRUE
                   MOVE "COUNTER ALREADY ON FILE"
                       TO WS-REFUSE-REASON
               ELSE
                   PERFORM 3100-WRITE-DEFINITION
               END-IF
           ELSE
               IF NOT CTLFILE-OK
                   SET ACTION-REFUSED TO TRUE
                   MOVE "COUNTER NOT ON FILE" TO WS-REFUSE-REASON
               ELSE
                   MOVE CTL-RECORD TO WS-COUNTER-RECORD
      *            the retire may have been keyed, on the spot, after
      *            this activate was - it took two operators to
      *            retire and must take two to reopen
                   IF PDF-ACT-ACTIVATE
                      AND WS-COUNTER-STATUS-RETIRED
                      AND PDF-APPROVER-ID = SPACES
                       SET ACTION-REFUSED TO TRUE
                       MOVE "SECOND OPERATOR NOT RECORDED"
                           TO WS-REFUSE-REASON
                   ELSE
                       PERFORM 3200-CHANGE-STATUS
                   END-IF
               END-IF
           END-IF
           PERFORM 3900-MARK-PENDING.

      *    the counter CNTRDEF builds when the definition is keyed
      *    for today - "N" is the keyed spelling of no schedule and
      *    no date part, and the record carries a blank
       3100-WRITE-DEFINITION.
           MOVE PDF-COUNTER-ID    TO WS-COUNTER-ID
           MOVE PDF-SEED-VALUE    TO WS-COUNTER-VALUE
           MOVE WS-CURRENT-DATE   TO WS-COUNTER-LAST-UPD-DATE
           MOVE WS-RUN-ID         TO WS-COUNTER-RUN-ID
           MOVE PDF-MODE          TO WS-COUNTER-MODE
           MOVE PDF-WRAP-FLOOR    TO WS-COUNTER-WRAP-FLOOR
           SET WS-COUNTER-STATUS-ACTIVE TO TRUE
           MOVE PDF-SEED-VALUE    TO WS-COUNTER-SEED-VALUE
           IF PDF-RESET-FREQ = "N"
               MOVE SPACE TO WS-COUNTER-RESET-FREQ
           ELSE
               MOVE PDF-RESET-FREQ TO WS-COUNTER-RESET-FREQ
           END-IF
           MOVE PDF-RESET-VALUE   TO WS-COUNTER-RESET-VALUE
      *    born already "reset" for the period of the business date
      *    it opens on - a catch-up pass for an earlier date must not
      *    stamp the period the batch window happens to run in
           MOVE WS-BUSINESS-DATE(1:6)
               TO WS-COUNTER-RESET-PERIOD
           MOVE PDF-FMT-PREFIX    TO WS-COUNTER-FMT-PREFIX
           IF PDF-FMT-DATE-FLAG = "N"
               MOVE SPACE TO WS-COUNTER-FMT-DATE-FLAG
           ELSE
               MOVE PDF-FMT-DATE-FLAG
                   TO WS-COUNTER-FMT-DATE-FLAG
           END-IF
           MOVE WS-COUNTER-RECORD TO CTL-RECORD
           WRITE CTL-RECORD
           DISPLAY "CNTRPEND: COUNTER " PDF-COUNTER-ID " DEFINED AT "
               PDF-SEED-VALUE
           MOVE ZERO           TO WS-OLD-VALUE
           MOVE PDF-SEED-VALUE TO WS-NEW-VALUE
           PERFORM 7100-WRITE-MAINTLOG.

       3200-CHANGE-STATUS.
           IF PDF-ACT-FREEZE
               SET WS-COUNTER-STATUS-FROZEN TO TRUE
           END-IF
           IF PDF-ACT-RETIRE
               SET WS-COUNTER-STATUS-RETIRED TO TRUE
           END-IF
           IF PDF-ACT-ACTIVATE
               SET WS-COUNTER-STATUS-ACTIVE TO TRUE
           END-IF
           MOVE WS-CURRENT-DATE   TO WS-COUNTER-LAST-UPD-DATE
           MOVE WS-RUN-ID         TO WS-COUNTER-RUN-ID
           MOVE WS-COUNTER-RECORD TO CTL-RECORD
           REWRITE CTL-RECORD
           DISPLAY "CNTRPEND: COUNTER " PDF-COUNTER-ID " STATUS NOW "
               WS-COUNTER-STATUS
      *    the value does not move on a status change - old and new
      *    are logged equal so the audit report shows a zero delta
           MOVE WS-COUNTER-VALUE TO WS-OLD-VALUE
           MOVE WS-COUNTER-VALUE TO WS-NEW-VALUE
           PERFORM 7100-WRITE-MAINTLOG.

      *    the pending record keeps what became of it, and the report
      *    line says the same
       3900-MARK-PENDING.
           IF ACTION-REFUSED
               SET PDF-REFUSED TO TRUE
               MOVE WS-REFUSE-REASON TO PDF-RESULT
               MOVE "REFUSED " TO RPT-DET-STATE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "CNTRPEND: COUNTER " PDF-COUNTER-ID
                   " ACTION " PDF-ACTION " REFUSED - "
                   WS-REFUSE-REASON
           ELSE
               SET PDF-APPLIED TO TRUE
               MOVE SPACES TO PDF-RESULT
               MOVE "APPLIED " TO RPT-DET-STATE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           MOVE WS-CURRENT-DATE TO PDF-APPLIED-DATE
           REWRITE PDF-RECORD
           PERFORM 3950-NAME-ACTION
           MOVE PDF-COUNTER-ID     TO RPT-DET-COUNTER
           MOVE WS-ACTION-NAME     TO RPT-DET-ACTION
           MOVE PDF-EFFECTIVE-DATE TO RPT-DET-EFF-DATE
           MOVE PDF-RESULT         TO RPT-DET-RESULT
           MOVE WS-RPT-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3950-NAME-ACTION.
           EVALUATE TRUE
               WHEN PDF-ACT-DEFINE
                   MOVE "DEFINE"   TO WS-ACTION-NAME
               WHEN PDF-ACT-FREEZE
                   MOVE "FREEZE"   TO WS-ACTION-NAME
               WHEN PDF-ACT-RETIRE
                   MOVE "RETIRE"   TO WS-ACTION-NAME
               WHEN PDF-ACT-ACTIVATE
                   MOVE "ACTIVATE" TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE PDF-ACTION TO WS-ACTION-NAME
           END-EVALUATE.

      *    logged as the keyed action would have been - under the
      *    operator who keyed it and the second operator who
      *    confirmed it, stamped with the moment it took effect
       7100-WRITE-MAINTLOG.
           OPEN EXTEND MAINTLOG
           IF MAINTLOG-NOT-FOUND
               OPEN OUTPUT MAINTLOG
           END-IF
           MOVE WS-CURRENT-DATE   TO MLOG-DATE
           MOVE WS-CURRENT-TIME   TO MLOG-TIME
           MOVE PDF-OPERATOR-ID   TO MLOG-OPERATOR-ID
           MOVE PDF-COUNTER-ID    TO MLOG-COUNTER-ID
           MOVE WS-OLD-VALUE      TO MLOG-OLD-VALUE
           MOVE WS-NEW-VALUE      TO MLOG-NEW-VALUE
           MOVE PDF-APPROVER-ID   TO MLOG-APPROVER-ID
           MOVE PDF-ACTION        TO MLOG-ACTION
           WRITE MLOG-RECORD
           CLOSE MAINTLOG.

       8000-WRITE-TOTALS.
           MOVE WS-APPLIED-COUNT TO RPT-SUM-APPLIED
           MOVE WS-RPT-APPLIED-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REFUSED-COUNT TO RPT-SUM-REFUSED
           MOVE WS-RPT-REFUSED-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-WAITING-COUNT TO RPT-SUM-WAITING
           MOVE WS-RPT-WAITING-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9000-TERMINATE.
           CLOSE PENDRPT
           IF PDEFFILE-OPENED
               CLOSE PDEFFILE
           END-IF

      *    re-extract so tonight's definitions reach downstream
      *    consumers - and CNTRRCVR, which takes a replayed DEFINE's
      *    attributes from the extract - before the tick step runs;
      *    under an orphan lock nothing changed and the extract is
      *    left for the restarted CNTRBAT to cut
           IF LOCK-HELD
               PERFORM 9200-RELEASE-LOCK
               OPEN OUTPUT EXTFILE
               MOVE LOW-VALUES TO CTL-ID
               START CTLFILE KEY NOT < CTL-ID
               IF CTLFILE-OK
                   PERFORM 9100-EXTRACT-COUNTER
                       UNTIL CTLFILE-AT-END
               END-IF
               CLOSE EXTFILE
           END-IF
           CLOSE CTLFILE.

       9100-EXTRACT-COUNTER.
           READ CTLFILE NEXT RECORD
               AT END
                   SET CTLFILE-AT-END TO TRUE
               NOT AT END
                   IF CTL-ID(1:1) NOT = "@"
                       MOVE CTL-RECORD TO EXT-COUNTER-IMAGE
                       PERFORM 9150-COMPOSE-EXTRACT-NUMBER
                       WRITE EXT-RECORD
                   END-IF
           END-READ.

       9150-COMPOSE-EXTRACT-NUMBER.
           SET WS-FMT-COMPOSE TO TRUE
           MOVE CTL-FMT-PREFIX    TO WS-FMT-PREFIX
           MOVE CTL-FMT-DATE-FLAG TO WS-FMT-DATE-FLAG
           MOVE WS-CURRENT-DATE   TO WS-FMT-DATE
           MOVE CTL-VALUE         TO WS-FMT-SEQ-VALUE
           CALL "CNTRNFMT" USING WS-FMT-RECORD
           MOVE WS-FMT-DISPLAY-NUMBER TO EXT-DISPLAY-NUMBER.

       9200-RELEASE-LOCK.
           MOVE WS-LOCK-KEY TO CTL-ID
           READ CTLFILE
           IF CTLFILE-OK AND CTL-RUN-ID = WS-RUN-ID
               MOVE ZERO            TO CTL-VALUE
               MOVE WS-CURRENT-DATE TO CTL-LAST-UPD-DATE
               REWRITE CTL-RECORD
           END-IF.
