       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRSNAP.
      *
      * CNTRSNAP - Nightly control-file snapshot.
      * Runs as the first step of the nightly chain, before anything
      * has drawn on a counter, and copies every counter record on
      * the keyed control file - full WCOUNTER image, value, status,
      * schedule and format alike - to the SNPFILE snapshot (a work
      * file the job copies to a new generation only when this step
      * ends with return code 0, so the latest generation is always
      * a whole snapshot), stamped with the date and time it was
      * cut. The @LOCK@ ownership record is held for the length
      * of the copy, so no correction, definition, reservation or
      * daytime tick can land half-way through it: the snapshot is
      * one consistent point in time. "@" control records are not
      * copied - a rebuilt control file sets its own.
      *
      * The snapshot closes with an @SNPEND@ trailer carrying the
      * number of counters copied and the size of the RUNHIST
      * run-figure history at that moment (record count and last
      * run-id), so CNTRRCVR can prove it is reading a whole
      * snapshot and knows exactly which run figures came after it
      * when it rolls the counters forward.
      *
      * A control file in use, or not on hand, takes no snapshot and
      * ends the step with return code 8 - the previous generation
      * remains the latest good snapshot. The one exception is the
      * lock an abended CNTRBAT run leaves behind: when CHKFILE
      * still shows that run in flight under the lock's run-id, the
      * night is a restart. No snapshot is taken then either - the
      * control file holds the abended run's counters half-way -
      * but the step ends with return code 4 so the rerun carries
      * on and CNTRBAT can take its orphan lock over.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT CHKFILE ASSIGN TO CHKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKFILE-STATUS.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT SNPFILE ASSIGN TO SNPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNPFILE-STATUS.

           SELECT SNAPRPT ASSIGN TO SNAPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLFILE.
           COPY WCOUNTER REPLACING ==:PREFIX:== BY ==CTL==.

       FD  CHKFILE
           RECORDING MODE IS F.
           COPY WCHKPNT REPLACING ==:PREFIX:== BY ==CHK==.

       FD  RUNHIST
           RECORDING MODE IS F.
           COPY WRUNSTAT REPLACING ==:PREFIX:== BY ==HIS==.

       FD  SNPFILE
           RECORDING MODE IS F.
           COPY WSNPREC REPLACING ==:PREFIX:== BY ==SNP==.

       FD  SNAPRPT
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-ID                PIC X(8).
       01  WS-LOCK-KEY              PIC X(8) VALUE "@LOCK@".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-CURRENT-TIME     PIC 9(8).
           05  FILLER              PIC X(5).

       01  WS-COUNTS.
           05  WS-COUNTERS-COPIED   PIC 9(9) VALUE ZERO.
           05  WS-HIST-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-HIST-RUN-ID       PIC X(8) VALUE SPACES.

       01  WS-FLAGS.
           05  WS-CTLFILE-STATUS   PIC X(2) VALUE "00".
               88  CTLFILE-OK               VALUE "00".
               88  CTLFILE-AT-END           VALUE "10".
               88  CTLFILE-NOT-FOUND        VALUE "35".
           05  WS-CHKFILE-STATUS   PIC X(2) VALUE "00".
               88  CHKFILE-OK               VALUE "00".
               88  CHKFILE-NOT-FOUND        VALUE "35".
           05  WS-RESTART-FLAG     PIC X(1) VALUE "N".
               88  LOCK-IS-ORPHAN           VALUE "Y".
           05  WS-RUNHIST-STATUS   PIC X(2) VALUE "00".
               88  RUNHIST-OK               VALUE "00".
               88  RUNHIST-AT-END           VALUE "10".
               88  RUNHIST-NOT-FOUND        VALUE "35".
           05  WS-SNPFILE-STATUS   PIC X(2) VALUE "00".
           05  WS-SNAPRPT-STATUS   PIC X(2) VALUE "00".

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
               10  FILLER            PIC X(32) VALUE
                   "CNTRSNAP CONTROL FILE SNAPSHOT".
               10  FILLER            PIC X(48) VALUE SPACES.
           05  WS-RPT-TAKEN-LINE.
               10  FILLER            PIC X(22) VALUE
                   "SNAPSHOT TAKEN      :".
               10  RPT-TAKEN-DATE    PIC 9(8).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-TAKEN-TIME    PIC 9(8).
               10  FILLER            PIC X(41) VALUE SPACES.
           05  WS-RPT-DETAIL-LINE.
               10  FILLER            PIC X(8)  VALUE "COUNTER ".
               10  RPT-DET-COUNTER   PIC X(8).
               10  FILLER            PIC X(7)  VALUE " VALUE ".
               10  RPT-DET-VALUE     PIC ZZZZZZZZ9.
               10  FILLER            PIC X(8)  VALUE " STATUS ".
               10  RPT-DET-STATUS    PIC X(1).
               10  FILLER            PIC X(39) VALUE SPACES.
           05  WS-RPT-COPIED-LINE.
               10  FILLER            PIC X(22) VALUE
                   "COUNTERS COPIED     :".
               10  RPT-SUM-COPIED    PIC ZZZZZZZZ9.
               10  FILLER            PIC X(49) VALUE SPACES.
           05  WS-RPT-HIST-LINE.
               10  FILLER            PIC X(22) VALUE
                   "RUN FIGURES ON FILE :".
               10  RPT-SUM-HIST      PIC ZZZZZZZZ9.
               10  FILLER            PIC X(11) VALUE
                   "  LAST RUN ".
               10  RPT-SUM-HIST-RUN  PIC X(8).
               10  FILLER            PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-COUNTER
               UNTIL CTLFILE-AT-END
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-TIME TO WS-RUN-ID

           OPEN I-O CTLFILE
           IF CTLFILE-NOT-FOUND
               DISPLAY "CNTRSNAP: NO CONTROL FILE - NO SNAPSHOT TAKEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-ACQUIRE-LOCK
           PERFORM 1200-COUNT-RUN-HISTORY

           OPEN OUTPUT SNPFILE
           OPEN OUTPUT SNAPRPT
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CURRENT-DATE TO RPT-TAKEN-DATE
           MOVE WS-CURRENT-TIME TO RPT-TAKEN-TIME
           MOVE WS-RPT-TAKEN-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOW-VALUES TO CTL-ID
           START CTLFILE KEY NOT < CTL-ID
           IF NOT CTLFILE-OK
               SET CTLFILE-AT-END TO TRUE
           END-IF.

      *    the copy is only a point in time if nothing can move
      *    under it - a busy lock means someone is mid-change, and
      *    half of their change must not become the recovery base
       1100-ACQUIRE-LOCK.
           MOVE WS-LOCK-KEY TO CTL-ID
           READ CTLFILE
           IF CTLFILE-OK AND CTL-VALUE = 1
               PERFORM 1150-CHECK-ABENDED-RUN
               IF LOCK-IS-ORPHAN
                   DISPLAY "CNTRSNAP: LOCK LEFT BY ABENDED RUN "
                       CTL-RUN-ID " - RESTART, NO SNAPSHOT TAKEN"
                   CLOSE CTLFILE
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               ELSE
                   DISPLAY "CNTRSNAP: CONTROL FILE IN USE BY RUN "
                       CTL-RUN-ID " - NO SNAPSHOT TAKEN"
                   CLOSE CTLFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
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

      *    the run figures appended so far mark where this snapshot
      *    sits in the run history - everything appended after them
      *    belongs to runs the recovery must roll forward through
       1200-COUNT-RUN-HISTORY.
           OPEN INPUT RUNHIST
           IF RUNHIST-NOT-FOUND
               SET RUNHIST-AT-END TO TRUE
           ELSE
               READ RUNHIST
                   AT END
                       SET RUNHIST-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1210-COUNT-RUN-FIGURE
               UNTIL RUNHIST-AT-END
           IF NOT RUNHIST-NOT-FOUND
               CLOSE RUNHIST
           END-IF.

       1210-COUNT-RUN-FIGURE.
           ADD 1 TO WS-HIST-COUNT
           MOVE HIS-RUN-ID TO WS-HIST-RUN-ID
           READ RUNHIST
               AT END
                   SET RUNHIST-AT-END TO TRUE
           END-READ.

       2000-COPY-COUNTER.
           READ CTLFILE NEXT RECORD
               AT END
                   SET CTLFILE-AT-END TO TRUE
               NOT AT END
                   IF CTL-ID(1:1) NOT = "@"
                       MOVE WS-CURRENT-DATE TO SNP-DATE
                       MOVE WS-CURRENT-TIME TO SNP-TIME
                       MOVE CTL-RECORD      TO SNP-COUNTER-IMAGE
                       WRITE SNP-RECORD
                       ADD 1 TO WS-COUNTERS-COPIED
                       MOVE CTL-ID     TO RPT-DET-COUNTER
                       MOVE CTL-VALUE  TO RPT-DET-VALUE
                       MOVE CTL-STATUS TO RPT-DET-STATUS
                       MOVE WS-RPT-DETAIL-LINE TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
           END-READ.

       8000-WRITE-TRAILER.
           MOVE WS-CURRENT-DATE    TO SNP-DATE
           MOVE WS-CURRENT-TIME    TO SNP-TIME
           MOVE SPACES             TO SNP-COUNTER-IMAGE
           SET SNP-IS-TRAILER      TO TRUE
           MOVE WS-COUNTERS-COPIED TO SNP-TRL-COUNTERS
           MOVE WS-HIST-COUNT      TO SNP-TRL-HIST-COUNT
           MOVE WS-HIST-RUN-ID     TO SNP-TRL-HIST-RUN-ID
           WRITE SNP-RECORD

           MOVE WS-COUNTERS-COPIED TO RPT-SUM-COPIED
           MOVE WS-RPT-COPIED-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HIST-COUNT      TO RPT-SUM-HIST
           MOVE WS-HIST-RUN-ID     TO RPT-SUM-HIST-RUN
           MOVE WS-RPT-HIST-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9000-TERMINATE.
           CLOSE SNPFILE
           CLOSE SNAPRPT
           MOVE WS-LOCK-KEY TO CTL-ID
           READ CTLFILE
           IF CTLFILE-OK AND CTL-RUN-ID = WS-RUN-ID
               MOVE ZERO            TO CTL-VALUE
               MOVE WS-CURRENT-DATE TO CTL-LAST-UPD-DATE
               REWRITE CTL-RECORD
           END-IF
           CLOSE CTLFILE.
