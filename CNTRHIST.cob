      * the history answers for the most recent consumer of the
      * number, which is the one a dispute is ever about.
      *
      * The numbers CNTRUPDT issues during the day are rolled in the
      * same way from the DAYFILE daytime issue ledger (WDAYREC),
      * marked as daytime issues and carrying the requesting system
      * in the feed-id and the caller's business key, so CNTRHINQ
      * answers for them exactly as for a batch assignment. The
      * ledger accumulates across days, so each entry is seen again
      * on later nights: an entry already held, or one whose number
      * has since been reissued to a later consumer, is left alone,
      * and entries older than the retention cutoff are not rolled
      * in at all. The report counts the two apart.
      *
      * Retention is configurable through HSTCFG (months to keep,
      * 12 when absent): after the roll-in, history records older
      * than the cutoff month are deleted, the same month-index
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASGFILE-STATUS.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYFILE-STATUS.

           SELECT HISTFILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           RECORDING MODE IS F.
           COPY WASGREC REPLACING ==:PREFIX:== BY ==ASG==.

       FD  DAYFILE
           RECORDING MODE IS F.
           COPY WDAYREC REPLACING ==:PREFIX:== BY ==DAY==.

       FD  HISTFILE.
           COPY WHSTREC REPLACING ==:PREFIX:== BY ==HST==.

           05  WS-RECORDS-ADDED     PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-REPLACED  PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-PURGED    PIC 9(9) VALUE ZERO.
           05  WS-DAYTIME-READ      PIC 9(9) VALUE ZERO.
           05  WS-DAYTIME-HELD      PIC 9(9) VALUE ZERO.
           05  WS-DAYTIME-AGED      PIC 9(9) VALUE ZERO.

      *    date and time side by side so two stamps compare as one
       01  WS-STAMP-WORK.
           05  WS-LEDGER-STAMP.
               10  WS-LEDGER-DATE   PIC 9(8).
               10  WS-LEDGER-TIME   PIC 9(8).
           05  WS-HISTORY-STAMP.
               10  WS-HISTORY-DATE  PIC 9(8).
               10  WS-HISTORY-TIME  PIC 9(8).

       01  WS-FLAGS.
           05  WS-ASGFILE-STATUS    PIC X(2) VALUE "00".
               88  ASGFILE-OK                VALUE "00".
               88  ASGFILE-AT-END            VALUE "10".
               88  ASGFILE-NOT-FOUND         VALUE "35".
           05  WS-DAYFILE-STATUS    PIC X(2) VALUE "00".
               88  DAYFILE-OK                VALUE "00".
               88  DAYFILE-AT-END            VALUE "10".
               88  DAYFILE-NOT-FOUND         VALUE "35".
           05  WS-HISTFILE-STATUS   PIC X(2) VALUE "00".
               88  HISTFILE-OK               VALUE "00".
               88  HISTFILE-AT-END           VALUE "10".
                   "RECORDS AGED OUT    :".
               10  RPT-PURGED        PIC ZZZZZZZZ9.
               10  FILLER            PIC X(49) VALUE SPACES.
           05  WS-RPT-DAY-READ.
               10  FILLER            PIC X(22) VALUE
                   "DAYTIME ISSUES READ :".
               10  RPT-DAY-READ      PIC ZZZZZZZZ9.
               10  FILLER            PIC X(49) VALUE SPACES.
           05  WS-RPT-DAY-HELD.
               10  FILLER            PIC X(22) VALUE
                   "DAYTIME ALREADY HELD:".
               10  RPT-DAY-HELD      PIC ZZZZZZZZ9.
               10  FILLER            PIC X(49) VALUE SPACES.
           05  WS-RPT-DAY-AGED.
               10  FILLER            PIC X(22) VALUE
                   "DAYTIME PAST RETAIN :".
               10  RPT-DAY-AGED      PIC ZZZZZZZZ9.
               10  FILLER            PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-IN-ASSIGNMENT
               UNTIL ASGFILE-AT-END
           PERFORM 2500-ROLL-IN-DAYTIME-ISSUE
               UNTIL DAYFILE-AT-END
           PERFORM 3000-AGE-OUT-HISTORY
           PERFORM 8000-WRITE-REPORT
           PERFORM 9000-TERMINATE
                   AT END
                       SET ASGFILE-AT-END TO TRUE
               END-READ
           END-IF

           OPEN INPUT DAYFILE
           IF DAYFILE-NOT-FOUND
               SET DAYFILE-AT-END TO TRUE
           ELSE
               READ DAYFILE
                   AT END
                       SET DAYFILE-AT-END TO TRUE
               END-READ
           END-IF.

       2000-ROLL-IN-ASSIGNMENT.
           MOVE ASG-RUN-ID     TO HST-RUN-ID
           MOVE ASG-FEED-ID    TO HST-FEED-ID
           MOVE ASG-DISPLAY-NUMBER TO HST-DISPLAY-NUMBER
           SET HST-FROM-BATCH  TO TRUE
           MOVE SPACES         TO HST-BUSINESS-KEY
           WRITE HST-RECORD
           IF HISTFILE-DUP-KEY
      *        a rerun of this step, or a number legitimately
                   SET ASGFILE-AT-END TO TRUE
           END-READ.

      *    a daytime issue is held under the same key as a batch one;
      *    the requesting system stands in the feed-id and there is
      *    no transaction-id, the caller's business key identifies it
       2500-ROLL-IN-DAYTIME-ISSUE.
           ADD 1 TO WS-DAYTIME-READ
           MOVE DAY-DATE TO WS-LEDGER-DATE
           MOVE DAY-TIME TO WS-LEDGER-TIME
           MOVE DAY-DATE(1:4) TO WS-YEAR
           MOVE DAY-DATE(5:2) TO WS-MONTH
           COMPUTE WS-REC-INDEX = WS-YEAR * 12 + WS-MONTH
           IF WS-REC-INDEX < WS-CUTOFF-INDEX
               ADD 1 TO WS-DAYTIME-AGED
           ELSE
               MOVE DAY-COUNTER-ID TO HST-COUNTER-ID
               MOVE DAY-SEQ-VALUE  TO HST-SEQ-VALUE
               READ HISTFILE
               IF HISTFILE-OK
                   MOVE HST-DATE TO WS-HISTORY-DATE
                   MOVE HST-TIME TO WS-HISTORY-TIME
               END-IF
               IF HISTFILE-OK
                  AND WS-HISTORY-STAMP NOT < WS-LEDGER-STAMP
      *            seen on an earlier night, or the number has been
      *            reissued since - the later consumer stands
                   ADD 1 TO WS-DAYTIME-HELD
               ELSE
                   PERFORM 2600-BUILD-DAYTIME-HISTORY
                   IF HISTFILE-OK
                       REWRITE HST-RECORD
                       ADD 1 TO WS-RECORDS-REPLACED
                   ELSE
                       WRITE HST-RECORD
                       ADD 1 TO WS-RECORDS-ADDED
                   END-IF
               END-IF
           END-IF
           READ DAYFILE
               AT END
                   SET DAYFILE-AT-END TO TRUE
           END-READ.

       2600-BUILD-DAYTIME-HISTORY.
           MOVE DAY-COUNTER-ID     TO HST-COUNTER-ID
           MOVE DAY-SEQ-VALUE      TO HST-SEQ-VALUE
           MOVE ZERO               TO HST-TRAN-ID
           MOVE DAY-DATE           TO HST-DATE
           MOVE DAY-TIME           TO HST-TIME
           MOVE DAY-RUN-ID         TO HST-RUN-ID
           MOVE DAY-SYSTEM-ID      TO HST-FEED-ID
           MOVE DAY-DISPLAY-NUMBER TO HST-DISPLAY-NUMBER
           SET HST-FROM-DAYTIME    TO TRUE
           MOVE DAY-BUSINESS-KEY   TO HST-BUSINESS-KEY.

       3000-AGE-OUT-HISTORY.
           MOVE LOW-VALUES TO HST-KEY
           START HISTFILE KEY NOT < HST-KEY
           MOVE WS-RECORDS-ADDED    TO RPT-ADDED
           MOVE WS-RECORDS-REPLACED TO RPT-REPLACED
           MOVE WS-RECORDS-PURGED   TO RPT-PURGED
           MOVE WS-DAYTIME-READ     TO RPT-DAY-READ
           MOVE WS-DAYTIME-HELD     TO RPT-DAY-HELD
           MOVE WS-DAYTIME-AGED     TO RPT-DAY-AGED

           OPEN OUTPUT HISTRPT
           MOVE WS-RPT-HEADING  TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-PURGED   TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-DAY-READ TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-DAY-HELD TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-DAY-AGED TO RPT-LINE
           WRITE RPT-LINE
           CLOSE HISTRPT.

       9000-TERMINATE.
           IF NOT ASGFILE-NOT-FOUND
               CLOSE ASGFILE
           END-IF
           IF NOT DAYFILE-NOT-FOUND
               CLOSE DAYFILE
           END-IF
           CLOSE HISTFILE.
