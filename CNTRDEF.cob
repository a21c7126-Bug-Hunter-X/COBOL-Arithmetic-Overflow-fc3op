      * definitions at all. RETIRE is a one-way door in spirit, so
      * it demands a second authorized operator's confirming id the
      * way an over-limit CNTRMAINT correction does. Every action is
      * logged to MAINTLOG, under its own action code, so the audit
      * report sees it and a control-file recovery can replay it.
      *
      * An action can also be keyed ahead of time with a future
      * effective business date - a line that closes at fiscal year
      * end, or opens on the 1st. It is then checked against the
      * counter as it will stand on that date (what is on file plus
      * what is already pending ahead of it), passes the same
      * operator and second-operator checks as an action applied on
      * the spot, and is written to the PDEFFILE pending file
      * (copybook WPDFREC) instead of the control file. CNTRPEND
      * applies it in the nightly run for that business date and
      * logs it to MAINTLOG then; CNTRPLST lists what is pending.
      * A blank effective date, or today's, applies the action now.
      *
      * Takes the @LOCK@ ownership record for the duration so a
      * definition cannot land under a batch run, and re-extracts
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECFILE-STATUS.

           SELECT PDEFFILE ASSIGN TO PDEFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDF-KEY
               FILE STATUS IS WS-PDEFFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLFILE.
           05  SEC-MAX-DELTA       PIC 9(9) COMP-3.
           05  SEC-BACKWARD-FLAG   PIC X(1).

       FD  PDEFFILE.
           COPY WPDFREC REPLACING ==:PREFIX:== BY ==PDF==.

       WORKING-STORAGE SECTION.
       COPY WCOUNTER REPLACING ==:PREFIX:== BY ==WS-COUNTER==.
       COPY WNBRFMT  REPLACING ==:PREFIX:== BY ==WS-FMT==.
       01  WS-RESET-VALUE           PIC 9(9) VALUE 1.
       01  WS-DEF-FMT-PREFIX        PIC X(4) VALUE SPACES.
       01  WS-DEF-FMT-DATE          PIC X(1) VALUE "N".
       01  WS-EFFECTIVE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-EFFECTIVE-DATE-X REDEFINES WS-EFFECTIVE-DATE.
           05  WS-EFF-YEAR          PIC 9(4).
           05  WS-EFF-MONTH         PIC 9(2).
           05  WS-EFF-DAY           PIC 9(2).

      *    authorized operators, loaded from SECFILE at start-up -
      *    the correction limits do not apply here, only membership
               88  SECFILE-OK               VALUE "00".
               88  SECFILE-AT-END           VALUE "10".
               88  SECFILE-NOT-FOUND        VALUE "35".
           05  WS-PDEFFILE-STATUS  PIC X(2) VALUE "00".
               88  PDEFFILE-OK              VALUE "00".
               88  PDEFFILE-AT-END          VALUE "10".
               88  PDEFFILE-NOT-FOUND       VALUE "35".
           05  WS-PDEF-OPEN-FLAG   PIC X(1) VALUE "N".
               88  PDEFFILE-OPENED          VALUE "Y".
           05  WS-TIMING-FLAG      PIC X(1) VALUE "N".
               88  ACTION-NOW               VALUE "N".
               88  ACTION-PENDING           VALUE "P".
               88  ACTION-DATE-BAD          VALUE "X".
           05  WS-ON-FILE-FLAG     PIC X(1) VALUE "N".
               88  COUNTER-ON-FILE          VALUE "Y".
           05  WS-PEND-DEFINE-FLAG PIC X(1) VALUE "N".
               88  DEFINE-PENDING           VALUE "Y".
           05  WS-PEND-RETIRE-FLAG PIC X(1) VALUE "N".
               88  RETIRE-PENDING           VALUE "Y".
           05  WS-APPROVED-FLAG    PIC X(1) VALUE "N".
               88  CHANGE-APPROVED          VALUE "Y".
           05  WS-LOCK-FLAG        PIC X(1) VALUE "N".
           05  LINE 4  COL 51  PIC X(1) TO WS-FUNCTION.
           05  LINE 5  COL 1   VALUE "OPERATOR ID           :".
           05  LINE 5  COL 26  PIC X(8) TO WS-OPERATOR-ID.
           05  LINE 6  COL 1   VALUE "EFFECTIVE DATE        :".
           05  LINE 6  COL 26  PIC 9(8) TO WS-EFFECTIVE-DATE.
           05  LINE 7  COL 1   VALUE
               "(YYYYMMDD - BLANK APPLIES THE ACTION NOW)".

       01  SCR-DEFINE.
           05  BLANK SCREEN.
               DISPLAY "FUNCTION " WS-FUNCTION
                   " NOT RECOGNIZED - NO CHANGE MADE"
           ELSE
               PERFORM 1150-CHECK-EFFECTIVE-DATE
               IF NOT ACTION-DATE-BAD
                   PERFORM 1200-VALIDATE-OPERATOR
                   IF CHANGE-APPROVED
                       PERFORM 1400-ACQUIRE-LOCK
                   END-IF
               END-IF
           END-IF
           END-IF.

      *    a future effective date makes the action pending for the
      *    nightly run of that business date; blank or today applies
      *    it now, and a date already past is refused outright
       1150-CHECK-EFFECTIVE-DATE.
           EVALUATE TRUE
               WHEN WS-EFFECTIVE-DATE = ZERO
                 OR WS-EFFECTIVE-DATE = WS-CURRENT-DATE
                   SET ACTION-NOW TO TRUE
               WHEN WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
                 OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE)
                    NOT = 0
                   SET ACTION-DATE-BAD TO TRUE
                   DISPLAY "EFFECTIVE DATE " WS-EFFECTIVE-DATE
                       " NOT VALID - NO CHANGE MADE"
               WHEN WS-EFFECTIVE-DATE < WS-CURRENT-DATE
                   SET ACTION-DATE-BAD TO TRUE
                   DISPLAY "EFFECTIVE DATE " WS-EFFECTIVE-DATE
                       " ALREADY PAST - NO CHANGE MADE"
               WHEN OTHER
                   SET ACTION-PENDING TO TRUE
           END-EVALUATE.

      *    an empty or missing security file leaves the table empty,
      *    which fails closed - nobody can define or retire anything
       1100-LOAD-SECURITY.
       2000-APPLY-FUNCTION.
           MOVE WS-DEF-COUNTER-ID TO CTL-ID
           READ CTLFILE
           IF ACTION-PENDING
               PERFORM 5000-RECORD-PENDING
           ELSE
           IF FUNCTION-DEFINE
               IF CTLFILE-OK
                   DISPLAY "COUNTER " WS-DEF-COUNTER-ID
                   DISPLAY "COUNTER " WS-DEF-COUNTER-ID
                       " NOT ON FILE - NO CHANGE MADE"
               END-IF
           END-IF
           END-IF.

       3000-DEFINE-COUNTER.
               DISPLAY "NUMBER DATE PART " WS-DEF-FMT-DATE
                   " NOT RECOGNIZED - NO CHANGE MADE"
           ELSE
               IF ACTION-PENDING
                   PERFORM 5200-WRITE-PENDING
               ELSE
                   PERFORM 3100-WRITE-DEFINITION
               END-IF
           END-IF
           END-IF
           END-IF.

       3100-WRITE-DEFINITION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-DEF-COUNTER-ID TO WS-COUNTER-ID
           MOVE WS-SEED-VALUE     TO WS-COUNTER-VALUE
           MOVE WS-CURRENT-DATE   TO WS-COUNTER-LAST-UPD-DATE
           MOVE WS-RUN-ID         TO WS-COUNTER-RUN-ID
           MOVE WS-DEF-MODE       TO WS-COUNTER-MODE
           MOVE WS-WRAP-FLOOR     TO WS-COUNTER-WRAP-FLOOR
           SET WS-COUNTER-STATUS-ACTIVE TO TRUE
           MOVE WS-SEED-VALUE     TO WS-COUNTER-SEED-VALUE
      *    "N" is the keyed spelling of no schedule; the record
      *    carries a blank so legacy tests stay simple
           IF WS-RESET-FREQ = "N"
               MOVE SPACE TO WS-COUNTER-RESET-FREQ
           ELSE
               MOVE WS-RESET-FREQ TO WS-COUNTER-RESET-FREQ
           END-IF
           MOVE WS-RESET-VALUE TO WS-COUNTER-RESET-VALUE
      *    the counter is born already "reset" for the current
      *    period, so the schedule first fires in the next one
           MOVE WS-CURRENT-DATE(1:6)
               TO WS-COUNTER-RESET-PERIOD
           MOVE WS-DEF-FMT-PREFIX TO WS-COUNTER-FMT-PREFIX
           IF WS-DEF-FMT-DATE = "N"
               MOVE SPACE TO WS-COUNTER-FMT-DATE-FLAG
           ELSE
               MOVE WS-DEF-FMT-DATE
                   TO WS-COUNTER-FMT-DATE-FLAG
           END-IF
           MOVE WS-COUNTER-RECORD TO CTL-RECORD
           WRITE CTL-RECORD
           DISPLAY "COUNTER " WS-DEF-COUNTER-ID " DEFINED AT "
               WS-SEED-VALUE
           MOVE ZERO          TO WS-OLD-VALUE
           MOVE WS-SEED-VALUE TO WS-NEW-VALUE
           PERFORM 7100-WRITE-MAINTLOG.

       4000-CHANGE-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF FUNCTION-FREEZE
           MOVE WS-COUNTER-VALUE TO WS-NEW-VALUE
           PERFORM 7100-WRITE-MAINTLOG.

      *    a pending action is checked against the counter as it
      *    will stand on its effective date - what is on file now
      *    plus what is already pending ahead of it; the nightly
      *    apply checks it again when the date arrives
       5000-RECORD-PENDING.
           IF CTLFILE-OK
               MOVE CTL-RECORD TO WS-COUNTER-RECORD
               SET COUNTER-ON-FILE TO TRUE
           END-IF
           PERFORM 5100-SCAN-PENDING
           IF FUNCTION-DEFINE
               IF COUNTER-ON-FILE OR DEFINE-PENDING
                   DISPLAY "COUNTER " WS-DEF-COUNTER-ID
                       " ALREADY ON FILE OR PENDING - NO CHANGE MADE"
               ELSE
                   PERFORM 3000-DEFINE-COUNTER
               END-IF
           ELSE
               IF NOT COUNTER-ON-FILE AND NOT DEFINE-PENDING
                   DISPLAY "COUNTER " WS-DEF-COUNTER-ID
                       " NOT ON FILE - NO CHANGE MADE"
               ELSE
      *            reopening a counter that is, or by then will be,
      *            retired takes the confirming second operator
      *            here, the same as it does on the spot
                   IF FUNCTION-ACTIVATE
                      AND (RETIRE-PENDING
                           OR (COUNTER-ON-FILE
                               AND WS-COUNTER-STATUS-RETIRED))
                       MOVE "N" TO WS-APPROVED-FLAG
                       PERFORM 1300-CONFIRM-SECOND-OPERATOR
                   END-IF
                   IF CHANGE-APPROVED
                       PERFORM 5200-WRITE-PENDING
                   END-IF
               END-IF
           END-IF.

       5100-SCAN-PENDING.
           OPEN I-O PDEFFILE
           IF PDEFFILE-NOT-FOUND
               OPEN OUTPUT PDEFFILE
               CLOSE PDEFFILE
               OPEN I-O PDEFFILE
           END-IF
           SET PDEFFILE-OPENED TO TRUE
           MOVE WS-DEF-COUNTER-ID TO PDF-COUNTER-ID
           MOVE ZERO              TO PDF-EFFECTIVE-DATE
           MOVE ZERO              TO PDF-KEYED-DATE
           MOVE ZERO              TO PDF-KEYED-TIME
           START PDEFFILE KEY NOT < PDF-KEY
           IF PDEFFILE-OK
               PERFORM 5110-SCAN-ONE-PENDING
                   UNTIL PDEFFILE-AT-END
           END-IF.

      *    a second DEFINE is refused whatever its date; otherwise
      *    only what is pending on or before this action's date
      *    counts
       5110-SCAN-ONE-PENDING.
           READ PDEFFILE NEXT RECORD
               AT END
                   SET PDEFFILE-AT-END TO TRUE
               NOT AT END
                   IF PDF-COUNTER-ID NOT = WS-DEF-COUNTER-ID
                       SET PDEFFILE-AT-END TO TRUE
                   ELSE
                       IF PDF-PENDING AND PDF-ACT-DEFINE
                          AND (FUNCTION-DEFINE
                               OR PDF-EFFECTIVE-DATE
                                  NOT > WS-EFFECTIVE-DATE)
                           SET DEFINE-PENDING TO TRUE
                       END-IF
                       IF PDF-PENDING AND PDF-ACT-RETIRE
                          AND PDF-EFFECTIVE-DATE
                              NOT > WS-EFFECTIVE-DATE
                           SET RETIRE-PENDING TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    nothing is logged to MAINTLOG yet - the counter has not
      *    changed; CNTRPEND logs the action when it applies it
       5200-WRITE-PENDING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-DEF-COUNTER-ID TO PDF-COUNTER-ID
           MOVE WS-EFFECTIVE-DATE TO PDF-EFFECTIVE-DATE
           MOVE WS-CURRENT-DATE   TO PDF-KEYED-DATE
           MOVE WS-CURRENT-TIME   TO PDF-KEYED-TIME
           MOVE WS-FUNCTION       TO PDF-ACTION
           MOVE WS-OPERATOR-ID    TO PDF-OPERATOR-ID
           MOVE WS-APPROVER-ID    TO PDF-APPROVER-ID
           MOVE WS-SEED-VALUE     TO PDF-SEED-VALUE
           MOVE WS-DEF-MODE       TO PDF-MODE
           MOVE WS-WRAP-FLOOR     TO PDF-WRAP-FLOOR
           MOVE WS-RESET-FREQ     TO PDF-RESET-FREQ
           MOVE WS-RESET-VALUE    TO PDF-RESET-VALUE
           MOVE WS-DEF-FMT-PREFIX TO PDF-FMT-PREFIX
           MOVE WS-DEF-FMT-DATE   TO PDF-FMT-DATE-FLAG
           SET PDF-PENDING TO TRUE
           MOVE ZERO              TO PDF-APPLIED-DATE
           MOVE SPACES            TO PDF-RESULT
           WRITE PDF-RECORD
           IF PDEFFILE-OK
               DISPLAY "COUNTER " WS-DEF-COUNTER-ID " FUNCTION "
                   WS-FUNCTION " PENDING - EFFECTIVE "
                   WS-EFFECTIVE-DATE
           ELSE
               DISPLAY "PENDING FILE STATUS " WS-PDEFFILE-STATUS
                   " - NO CHANGE MADE"
           END-IF.

       7100-WRITE-MAINTLOG.
           OPEN EXTEND MAINTLOG
           IF MAINTLOG-NOT-FOUND
           MOVE WS-OLD-VALUE      TO MLOG-OLD-VALUE
           MOVE WS-NEW-VALUE      TO MLOG-NEW-VALUE
           MOVE WS-APPROVER-ID    TO MLOG-APPROVER-ID
      *    the function keyed is the action logged - D, F, R or A
           MOVE WS-FUNCTION       TO MLOG-ACTION
           WRITE MLOG-RECORD
           CLOSE MAINTLOG.

                   UNTIL CTLFILE-AT-END
           END-IF
           CLOSE EXTFILE
           CLOSE CTLFILE
           IF PDEFFILE-OPENED
               CLOSE PDEFFILE
           END-IF.

       9100-EXTRACT-COUNTER.
           READ CTLFILE NEXT RECORD
