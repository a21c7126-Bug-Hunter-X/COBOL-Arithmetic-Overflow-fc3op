       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRRCVR.
      *
      * CNTRRCVR - Control-file forward recovery.
      * Rebuilds the keyed control file after it has been lost or
      * damaged, without anybody keying a counter value from memory.
      * It starts from the latest CNTRSNAP snapshot (proven whole by
      * its @SNPEND@ trailer) and rolls every counter forward, in
      * date and time order, through everything logged since the
      * snapshot was cut:
      *    - ASGFILE assignments, taken as chains of consecutive
      *      sequence values per run;
      *    - RSVFILE block reservations;
      *    - DAYFILE daytime issues, the numbers CNTRUPDT drew one
      *      at a time between nights under a caller's reference;
      *    - MAINTLOG operator corrections and CNTRDEF lifecycle
      *      actions (DEFINE, FREEZE, RETIRE, ACTIVATE), replayed by
      *      their action code;
      *    - EXCFILE calendar resets and wraps to the floor;
      *    - the run figures CNTRBAT appended to RUNHIST after the
      *      snapshot, whose starting and ending values anchor each
      *      batch run and whose tick and wrap counts must agree
      *      with the detail (a run whose assignment detail has
      *      already been recut is proven from its figures alone,
      *      the way CNTRBAL proves it).
      *
      * Every step must chain from the value the previous step
      * proved: a correction's old value, a reservation's first
      * number less one, an assignment chain's or daytime issue's
      * first value less one (or the wrap floor straight after a
      * logged wrap at the ceiling), a run's starting value. A
      * counter whose evidence does not chain - a draw nothing
      * logged, a status change logged without its action, a wrap
      * nobody took - is not guessed at: it stops at the first step
      * it cannot prove, is flagged NOT PROVEN with the last value
      * it could prove, and is left off the rebuilt file, so every
      * draw on it is refused as undefined until an operator
      * establishes it. A counter defined since the snapshot takes
      * its definition (mode, floor, schedule, format) from its
      * EXTFILE image.
      *
      * Assignments and events of a CNTRBAT run still in flight on
      * CHKFILE count only up to its last checkpoint - later ones
      * were never hardened and the restart issues them again. An
      * earlier run that abended and was restarted has no run
      * figures of its own; its numbers are held in doubt until the
      * restart's starting value shows how far it was hardened.
      *
      * The rebuilt file (WCOUNTER images in key order, ready to
      * load into an empty control file) carries a clear @LOCK@ and
      * a SET @BALST@ balance block, so no batch run draws on it
      * until an operator has read the report and cleared the block
      * through CNTRMAINT function CLRBAL. The report shows, per
      * counter, the snapshot value, each step forward and the
      * recovered value. Any counter not proven, or a snapshot or
      * run history that cannot be trusted, ends the run with
      * return code 8 and the rebuilt file must not be loaded.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNPFILE ASSIGN TO SNPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNPFILE-STATUS.

           SELECT CHKFILE ASSIGN TO CHKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKFILE-STATUS.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT ASGFILE ASSIGN TO ASGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASGFILE-STATUS.

           SELECT RSVFILE ASSIGN TO RSVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSVFILE-STATUS.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYFILE-STATUS.

           SELECT MAINTLOG ASSIGN TO MAINTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

           SELECT EXCFILE ASSIGN TO EXCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCFILE-STATUS.

           SELECT EXTFILE ASSIGN TO EXTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTFILE-STATUS.

           SELECT RCVFILE ASSIGN TO RCVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVFILE-STATUS.

           SELECT RCVRPT ASSIGN TO RCVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNPFILE
           RECORDING MODE IS F.
           COPY WSNPREC REPLACING ==:PREFIX:== BY ==SNP==.

       FD  CHKFILE
           RECORDING MODE IS F.
           COPY WCHKPNT REPLACING ==:PREFIX:== BY ==CHK==.

       FD  RUNHIST
           RECORDING MODE IS F.
           COPY WRUNSTAT REPLACING ==:PREFIX:== BY ==HIS==.

       FD  ASGFILE
           RECORDING MODE IS F.
           COPY WASGREC REPLACING ==:PREFIX:== BY ==ASG==.

       FD  RSVFILE
           RECORDING MODE IS F.
           COPY WRSVREC REPLACING ==:PREFIX:== BY ==RSV==.

       FD  DAYFILE
           RECORDING MODE IS F.
           COPY WDAYREC REPLACING ==:PREFIX:== BY ==DAY==.

       FD  MAINTLOG
           RECORDING MODE IS F.
           COPY WMNTLOG REPLACING ==:PREFIX:== BY ==MLOG==.

       FD  EXCFILE
           RECORDING MODE IS F.
           COPY WEXCREC REPLACING ==:PREFIX:== BY ==EXC==.

       FD  EXTFILE
           RECORDING MODE IS F.
           COPY WEXTREC REPLACING ==:PREFIX:== BY ==EXT==.

       FD  RCVFILE
           RECORDING MODE IS F.
           COPY WCOUNTER REPLACING ==:PREFIX:== BY ==RCV==.

       FD  RCVRPT
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-ID                PIC X(8).
       01  WS-LOCK-KEY              PIC X(8) VALUE "@LOCK@".
       01  WS-BALST-KEY             PIC X(8) VALUE "@BALST@".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-CURRENT-TIME     PIC 9(8).
           05  FILLER              PIC X(5).

       COPY WCOUNTER REPLACING ==:PREFIX:== BY ==WS-COUNTER==.

      *    date and time stamps compare as one field, so "after the
      *    snapshot" is a single test whatever the source
       01  WS-SNAP-STAMP.
           05  WS-SNAP-DATE         PIC 9(8) VALUE ZERO.
           05  WS-SNAP-TIME         PIC 9(8) VALUE ZERO.
       01  WS-EVENT-STAMP.
           05  WS-EVENT-DATE        PIC 9(8) VALUE ZERO.
           05  WS-EVENT-TIME        PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-STAMP.
           05  WS-CUTOFF-DATE       PIC 9(8) VALUE ZERO.
           05  WS-CUTOFF-TIME       PIC 9(8) VALUE ZERO.
       01  WS-FIRST-STAMP.
           05  WS-FIRST-DATE        PIC 9(8) VALUE ZERO.
           05  WS-FIRST-TIME        PIC 9(8) VALUE ZERO.
       01  WS-LAST-STAMP.
           05  WS-LAST-DATE         PIC 9(8) VALUE ZERO.
           05  WS-LAST-TIME         PIC 9(8) VALUE ZERO.

       01  WS-SNAP-CONTROLS.
           05  WS-SNAP-RECORDS      PIC 9(9) VALUE ZERO.
           05  WS-SNAP-COUNTERS     PIC 9(9) VALUE ZERO.
           05  WS-SNAP-HIST-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-SNAP-HIST-RUN-ID  PIC X(8) VALUE SPACES.
           05  WS-HIST-READ         PIC 9(9) VALUE ZERO.

       01  WS-CHECKPOINT-STATE.
           05  WS-INFLIGHT-RUN-ID   PIC X(8) VALUE SPACES.
           05  WS-INFLIGHT-LAST-TRAN PIC 9(10) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-SUB               PIC 9(4) VALUE ZERO.
           05  WS-CSUB              PIC 9(4) VALUE ZERO.
           05  WS-ESUB              PIC 9(4) VALUE ZERO.
           05  WS-SEG-SUB           PIC 9(4) VALUE ZERO.
           05  WS-DSUB              PIC 9(3) VALUE ZERO.
           05  WS-SORT-I            PIC 9(4) VALUE ZERO.
           05  WS-SORT-J            PIC 9(4) VALUE ZERO.
           05  WS-KEY-COUNTER       PIC X(8) VALUE SPACES.
           05  WS-KEY-RUN-ID        PIC X(8) VALUE SPACES.
           05  WS-NEW-TYPE          PIC X(1) VALUE SPACE.
           05  WS-NEW-RANK          PIC 9(1) VALUE ZERO.
           05  WS-ANCHOR-VALUE      PIC S9(10) COMP-3 VALUE ZERO.
           05  WS-RECOMPUTED        PIC S9(12) COMP-3 VALUE ZERO.
           05  WS-LAST-PROVEN       PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-PENDING-WRAPS     PIC 9(5) VALUE ZERO.
           05  WS-IN-RUN-ID         PIC X(8) VALUE SPACES.
           05  WS-RUN-TICKS         PIC 9(9) VALUE ZERO.
           05  WS-FAIL-REASON       PIC X(30) VALUE SPACES.
           05  WS-VERDICT           PIC X(60) VALUE SPACES.

       01  WS-COUNTS.
           05  WS-COUNTERS-PROVEN   PIC 9(5) VALUE ZERO.
           05  WS-COUNTERS-UNPROVEN PIC 9(5) VALUE ZERO.
           05  WS-SET-ASIDE         PIC 9(9) VALUE ZERO.

      *    run figures CNTRBAT appended after the snapshot was cut
       01  WS-STAT-TABLE.
           05  WS-STAT-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-STAT-MAX         PIC 9(4) VALUE 500.
           05  WS-STAT-ENTRY OCCURS 500 TIMES.
               10  WS-STAT-RUN-ID       PIC X(8).
               10  WS-STAT-COUNTER-ID   PIC X(8).
               10  WS-STAT-DATE         PIC 9(8).
               10  WS-STAT-START        PIC 9(9) COMP-3.
               10  WS-STAT-END          PIC 9(9) COMP-3.
               10  WS-STAT-TICKS        PIC 9(9) COMP-3.
               10  WS-STAT-WRAPS        PIC 9(5) COMP-3.

      *    every counter the recovery knows of - from the snapshot,
      *    from evidence alone, or the control records it writes -
      *    with the image being rebuilt and the verdict on it
       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-CTR-MAX          PIC 9(4) VALUE 500.
           05  WS-CTR-ENTRY OCCURS 500 TIMES.
               10  WS-CTR-ID            PIC X(8).
               10  WS-CTR-IMAGE         PIC X(58).
               10  WS-CTR-ORIGIN        PIC X(1).
                   88  CTR-FROM-SNAPSHOT      VALUE "S".
                   88  CTR-FROM-EVIDENCE      VALUE "E".
                   88  CTR-CONTROL-RECORD     VALUE "C".
               10  WS-CTR-EXT-FLAG      PIC X(1).
                   88  CTR-HAS-EXTRACT        VALUE "Y".
               10  WS-CTR-EXT-IMAGE     PIC X(58).
               10  WS-CTR-RESULT        PIC X(1).
                   88  CTR-PROVEN             VALUE "P".
                   88  CTR-NOT-PROVEN         VALUE "U".
               10  WS-CTR-SEG-SUB       PIC 9(4).
               10  WS-CTR-LOST-FLAG     PIC X(1).
                   88  CTR-EVIDENCE-LOST      VALUE "Y".

       01  WS-HOLD-CTR.
           05  WS-HC-ID             PIC X(8).
           05  WS-HC-IMAGE          PIC X(58).
           05  WS-HC-ORIGIN         PIC X(1).
           05  WS-HC-EXT-FLAG       PIC X(1).
           05  WS-HC-EXT-IMAGE      PIC X(58).
           05  WS-HC-RESULT         PIC X(1).
           05  WS-HC-SEG-SUB        PIC 9(4).
           05  WS-HC-LOST-FLAG      PIC X(1).

      *    one entry per step of evidence after the snapshot, sorted
      *    by counter, date, time and rank before the walk. RANK
      *    orders what one program logged in the same instant: a
      *    calendar reset lands before a run's starting value is
      *    captured, a wrap is logged before the number it issued,
      *    and a run's ending value follows everything it did.
      *    TYPE - T assignment chain, I assignment chain (or reset)
      *    of an abended run, V reservation, D daytime issue,
      *    M maintenance action, X calendar reset, W wrap, S run
      *    start, E run end
       01  WS-EVT-TABLE.
           05  WS-EVT-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-EVT-MAX          PIC 9(4) VALUE 3000.
           05  WS-EVT-ENTRY OCCURS 3000 TIMES.
               10  WS-EVT-KEY.
                   15  WS-EVT-COUNTER-ID    PIC X(8).
                   15  WS-EVT-STAMP.
                       20  WS-EVT-DATE      PIC 9(8).
                       20  WS-EVT-TIME      PIC 9(8).
                   15  WS-EVT-RANK          PIC 9(1).
                   15  WS-EVT-SEQ           PIC 9(5).
               10  WS-EVT-TYPE          PIC X(1).
               10  WS-EVT-RUN-ID        PIC X(8).
               10  WS-EVT-REF           PIC X(8).
               10  WS-EVT-ACTION        PIC X(1).
               10  WS-EVT-FROM          PIC 9(9) COMP-3.
               10  WS-EVT-TO            PIC 9(9) COMP-3.
               10  WS-EVT-COUNT-OF      PIC 9(9) COMP-3.
               10  WS-EVT-WRAPS         PIC 9(5) COMP-3.
               10  WS-EVT-END-STAMP.
                   15  WS-EVT-END-DATE      PIC 9(8).
                   15  WS-EVT-END-TIME      PIC 9(8).

       01  WS-HOLD-EVT.
           05  WS-HE-KEY            PIC X(30).
           05  WS-HE-TYPE           PIC X(1).
           05  WS-HE-RUN-ID         PIC X(8).
           05  WS-HE-REF            PIC X(8).
           05  WS-HE-ACTION         PIC X(1).
           05  WS-HE-FROM           PIC 9(9) COMP-3.
           05  WS-HE-TO             PIC 9(9) COMP-3.
           05  WS-HE-COUNT-OF       PIC 9(9) COMP-3.
           05  WS-HE-WRAPS          PIC 9(5) COMP-3.
           05  WS-HE-END-STAMP      PIC X(16).

      *    what an abended run may have hardened before it died -
      *    held per counter during its walk until a later anchor
      *    (a restart's starting value, a correction's old value)
      *    shows where the counter really stood
       01  WS-DOUBT-TABLE.
           05  WS-DOUBT-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-DOUBT-MAX        PIC 9(3) VALUE 50.
           05  WS-DOUBT-ENTRY OCCURS 50 TIMES.
               10  WS-DOUBT-LOW         PIC 9(9) COMP-3.
               10  WS-DOUBT-HIGH        PIC 9(9) COMP-3.
               10  WS-DOUBT-RUN-ID      PIC X(8).

       01  WS-FLAGS.
           05  WS-SNPFILE-STATUS   PIC X(2) VALUE "00".
               88  SNPFILE-OK               VALUE "00".
               88  SNPFILE-AT-END           VALUE "10".
               88  SNPFILE-NOT-FOUND        VALUE "35".
           05  WS-CHKFILE-STATUS   PIC X(2) VALUE "00".
               88  CHKFILE-OK               VALUE "00".
               88  CHKFILE-NOT-FOUND        VALUE "35".
           05  WS-RUNHIST-STATUS   PIC X(2) VALUE "00".
               88  RUNHIST-OK               VALUE "00".
               88  RUNHIST-AT-END           VALUE "10".
               88  RUNHIST-NOT-FOUND        VALUE "35".
           05  WS-ASGFILE-STATUS   PIC X(2) VALUE "00".
               88  ASGFILE-OK               VALUE "00".
               88  ASGFILE-AT-END           VALUE "10".
               88  ASGFILE-NOT-FOUND        VALUE "35".
           05  WS-RSVFILE-STATUS   PIC X(2) VALUE "00".
               88  RSVFILE-OK               VALUE "00".
               88  RSVFILE-AT-END           VALUE "10".
               88  RSVFILE-NOT-FOUND        VALUE "35".
           05  WS-DAYFILE-STATUS   PIC X(2) VALUE "00".
               88  DAYFILE-OK               VALUE "00".
               88  DAYFILE-AT-END           VALUE "10".
               88  DAYFILE-NOT-FOUND        VALUE "35".
           05  WS-MAINTLOG-STATUS  PIC X(2) VALUE "00".
               88  MAINTLOG-OK              VALUE "00".
               88  MAINTLOG-AT-END          VALUE "10".
               88  MAINTLOG-NOT-FOUND       VALUE "35".
           05  WS-EXCFILE-STATUS   PIC X(2) VALUE "00".
               88  EXCFILE-OK               VALUE "00".
               88  EXCFILE-AT-END           VALUE "10".
               88  EXCFILE-NOT-FOUND        VALUE "35".
           05  WS-EXTFILE-STATUS   PIC X(2) VALUE "00".
               88  EXTFILE-OK               VALUE "00".
               88  EXTFILE-AT-END           VALUE "10".
               88  EXTFILE-NOT-FOUND        VALUE "35".
           05  WS-RCVFILE-STATUS   PIC X(2) VALUE "00".
           05  WS-RCVRPT-STATUS    PIC X(2) VALUE "00".
           05  WS-BASE-FLAG        PIC X(1) VALUE "N".
               88  BASE-PROVEN              VALUE "Y".
           05  WS-TRAILER-FLAG     PIC X(1) VALUE "N".
               88  TRAILER-SEEN             VALUE "Y".
           05  WS-FAILED-FLAG      PIC X(1) VALUE "N".
               88  RECOVERY-FAILED          VALUE "Y".
           05  WS-CTR-FAIL-FLAG    PIC X(1) VALUE "N".
               88  COUNTER-FAILED           VALUE "Y".
           05  WS-EXISTS-FLAG      PIC X(1) VALUE "N".
               88  COUNTER-EXISTS           VALUE "Y".
           05  WS-FOUND-FLAG       PIC X(1) VALUE "N".
               88  ENTRY-FOUND              VALUE "Y".
           05  WS-MOVE-FLAG        PIC X(1) VALUE "N".
               88  MOVEMENT-FOUND           VALUE "Y".

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
               10  FILLER            PIC X(37) VALUE
                   "CNTRRCVR CONTROL FILE RECOVERY REPORT".
               10  FILLER            PIC X(43) VALUE SPACES.
           05  WS-RPT-SNAP-LINE.
               10  FILLER            PIC X(22) VALUE
                   "SNAPSHOT TAKEN      :".
               10  RPT-SNAP-DATE     PIC 9(8).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-SNAP-TIME     PIC 9(8).
               10  FILLER            PIC X(11) VALUE "  COUNTERS ".
               10  RPT-SNAP-COUNT    PIC ZZZZZZZZ9.
               10  FILLER            PIC X(21) VALUE SPACES.
           05  WS-RPT-INFLIGHT-LINE.
               10  FILLER            PIC X(22) VALUE
                   "RUN IN FLIGHT       :".
               10  RPT-INFLIGHT-RUN  PIC X(8).
               10  FILLER            PIC X(20) VALUE
                   "  CHECKPOINTED TRAN ".
               10  RPT-INFLIGHT-TRAN PIC 9(10).
               10  FILLER            PIC X(20) VALUE SPACES.
           05  WS-RPT-COUNTER-LINE.
               10  FILLER            PIC X(8)  VALUE "COUNTER ".
               10  RPT-CTR-ID        PIC X(8).
               10  FILLER            PIC X(11) VALUE " SNAPSHOT  ".
               10  RPT-CTR-VALUE     PIC ZZZZZZZZ9.
               10  FILLER            PIC X(8)  VALUE " STATUS ".
               10  RPT-CTR-STATUS    PIC X(1).
               10  FILLER            PIC X(35) VALUE SPACES.
           05  WS-RPT-NEW-CTR-LINE.
               10  FILLER            PIC X(8)  VALUE "COUNTER ".
               10  RPT-NEW-CTR-ID    PIC X(8).
               10  FILLER            PIC X(16) VALUE
                   " NOT ON SNAPSHOT".
               10  FILLER            PIC X(48) VALUE SPACES.
           05  WS-RPT-STEP-LINE.
               10  FILLER            PIC X(2)  VALUE SPACES.
               10  RPT-STEP-DATE     PIC 9(8).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-STEP-TIME     PIC 9(8).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-STEP-DESC     PIC X(14).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-STEP-REF      PIC X(8).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-STEP-FROM     PIC ZZZZZZZZ9.
               10  FILLER            PIC X(4)  VALUE " -> ".
               10  RPT-STEP-TO       PIC ZZZZZZZZ9.
               10  FILLER            PIC X(14) VALUE SPACES.
           05  WS-RPT-RESULT-LINE.
               10  FILLER            PIC X(2)  VALUE SPACES.
               10  FILLER            PIC X(18) VALUE
                   "RECOVERED VALUE   ".
               10  RPT-RES-VALUE     PIC ZZZZZZZZ9.
               10  FILLER            PIC X(8)  VALUE " STATUS ".
               10  RPT-RES-STATUS    PIC X(1).
               10  FILLER            PIC X(42) VALUE SPACES.
           05  WS-RPT-FAIL-LINE.
               10  FILLER            PIC X(2)  VALUE SPACES.
               10  FILLER            PIC X(13) VALUE
                   "NOT PROVEN - ".
               10  RPT-FAIL-REASON   PIC X(30).
               10  FILLER            PIC X(13) VALUE
                   " LAST PROVEN ".
               10  RPT-FAIL-VALUE    PIC ZZZZZZZZ9.
               10  FILLER            PIC X(13) VALUE SPACES.
           05  WS-RPT-TOTAL-LINE.
               10  RPT-TOT-LABEL     PIC X(22).
               10  RPT-TOT-COUNT     PIC ZZZZZZZZ9.
               10  FILLER            PIC X(49) VALUE SPACES.
           05  WS-RPT-VERDICT-LINE.
               10  FILLER            PIC X(10) VALUE "VERDICT : ".
               10  RPT-VERDICT       PIC X(60).
               10  FILLER            PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF BASE-PROVEN
               PERFORM 2000-LOAD-EVIDENCE
               PERFORM 3000-SORT-EVENTS
               PERFORM 3100-ADD-CONTROL-RECORDS
               PERFORM 3200-SORT-COUNTERS
               PERFORM 4000-RECOVER-COUNTER
                   VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > WS-CTR-COUNT
               PERFORM 7000-WRITE-REBUILT-FILE
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           IF RECOVERY-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-TIME TO WS-RUN-ID

           OPEN OUTPUT RCVRPT
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1100-LOAD-SNAPSHOT
           IF BASE-PROVEN
               PERFORM 1200-READ-CHECKPOINT
               PERFORM 1300-LOAD-RUN-FIGURES
           END-IF.

      *    the snapshot is the base everything else is rolled from -
      *    a missing trailer or a count that disagrees with it means
      *    a partial copy, and nothing built on it could be trusted
       1100-LOAD-SNAPSHOT.
           OPEN INPUT SNPFILE
           IF SNPFILE-NOT-FOUND
               DISPLAY "CNTRRCVR: NO SNAPSHOT ON HAND - NOTHING TO "
                   "RECOVER FROM"
               MOVE "NO SNAPSHOT ON HAND - NOTHING REBUILT"
                   TO WS-VERDICT
               SET RECOVERY-FAILED TO TRUE
           ELSE
               SET BASE-PROVEN TO TRUE
               READ SNPFILE
                   AT END
                       SET SNPFILE-AT-END TO TRUE
               END-READ
               PERFORM 1110-LOAD-SNAPSHOT-ENTRY
                   UNTIL SNPFILE-AT-END
               CLOSE SNPFILE
               IF NOT TRAILER-SEEN
                  OR WS-SNAP-RECORDS NOT = WS-SNAP-COUNTERS
                   DISPLAY "CNTRRCVR: SNAPSHOT INCOMPLETE - HOLDS "
                       WS-SNAP-RECORDS " OF " WS-SNAP-COUNTERS
                       " COUNTERS"
                   MOVE "SNAPSHOT INCOMPLETE - NOTHING REBUILT"
                       TO WS-VERDICT
                   MOVE "N" TO WS-BASE-FLAG
                   SET RECOVERY-FAILED TO TRUE
               END-IF
           END-IF
           MOVE WS-SNAP-DATE     TO RPT-SNAP-DATE
           MOVE WS-SNAP-TIME     TO RPT-SNAP-TIME
           MOVE WS-SNAP-RECORDS  TO RPT-SNAP-COUNT
           MOVE WS-RPT-SNAP-LINE TO RPT-LINE
           WRITE RPT-LINE.

       1110-LOAD-SNAPSHOT-ENTRY.
           IF TRAILER-SEEN
      *        nothing may follow the trailer - a record after it
      *        is a copy that was appended to or overlaid
               MOVE ZERO TO WS-SNAP-COUNTERS
               MOVE 999999999 TO WS-SNAP-RECORDS
           ELSE
           IF SNP-IS-TRAILER
               SET TRAILER-SEEN TO TRUE
               MOVE SNP-DATE            TO WS-SNAP-DATE
               MOVE SNP-TIME            TO WS-SNAP-TIME
               MOVE SNP-TRL-COUNTERS    TO WS-SNAP-COUNTERS
               MOVE SNP-TRL-HIST-COUNT  TO WS-SNAP-HIST-COUNT
               MOVE SNP-TRL-HIST-RUN-ID TO WS-SNAP-HIST-RUN-ID
           ELSE
               ADD 1 TO WS-SNAP-RECORDS
               MOVE SNP-COUNTER-IMAGE TO WS-COUNTER-RECORD
               IF WS-CTR-COUNT < WS-CTR-MAX
                   ADD 1 TO WS-CTR-COUNT
                   MOVE WS-CTR-COUNT TO WS-CSUB
                   PERFORM 2940-CLEAR-COUNTER-ENTRY
                   MOVE WS-COUNTER-ID     TO WS-CTR-ID(WS-CSUB)
                   MOVE SNP-COUNTER-IMAGE TO WS-CTR-IMAGE(WS-CSUB)
                   SET CTR-FROM-SNAPSHOT(WS-CSUB) TO TRUE
               ELSE
                   DISPLAY "CNTRRCVR: COUNTER TABLE FULL - MORE THAN "
                       WS-CTR-MAX " COUNTERS ON SNAPSHOT"
                   MOVE ZERO TO WS-SNAP-COUNTERS
               END-IF
           END-IF
           END-IF
           READ SNPFILE
               AT END
                   SET SNPFILE-AT-END TO TRUE
           END-READ.

      *    a run still in flight hardened its counters only up to
      *    its last checkpoint; anything it logged after that will
      *    be issued again by its restart
       1200-READ-CHECKPOINT.
           OPEN INPUT CHKFILE
           IF NOT CHKFILE-NOT-FOUND
               READ CHKFILE
               IF CHKFILE-OK AND CHK-IN-FLIGHT
                   MOVE CHK-RUN-ID       TO WS-INFLIGHT-RUN-ID
                   MOVE CHK-LAST-TRAN-ID TO WS-INFLIGHT-LAST-TRAN
                   MOVE CHK-RUN-ID       TO RPT-INFLIGHT-RUN
                   MOVE CHK-LAST-TRAN-ID TO RPT-INFLIGHT-TRAN
                   MOVE WS-RPT-INFLIGHT-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               CLOSE CHKFILE
           END-IF.

      *    RUNHIST only ever grows: the snapshot trailer says how
      *    many run figures existed when it was cut and which run
      *    the last of them belonged to. Everything after that
      *    position is a run the recovery must roll through; a
      *    history that no longer matches the trailer cannot place
      *    the snapshot, and the recovery stops
       1300-LOAD-RUN-FIGURES.
           OPEN INPUT RUNHIST
           IF RUNHIST-NOT-FOUND
               SET RUNHIST-AT-END TO TRUE
           ELSE
               READ RUNHIST
                   AT END
                       SET RUNHIST-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1310-LOAD-RUN-FIGURE
               UNTIL RUNHIST-AT-END
           IF NOT RUNHIST-NOT-FOUND
               CLOSE RUNHIST
           END-IF
           IF WS-HIST-READ < WS-SNAP-HIST-COUNT
               DISPLAY "CNTRRCVR: RUN HISTORY SHORTER THAN WHEN "
                   "THE SNAPSHOT WAS CUT"
               MOVE "RUN HISTORY DOES NOT MATCH SNAPSHOT"
                   TO WS-VERDICT
               MOVE "N" TO WS-BASE-FLAG
               SET RECOVERY-FAILED TO TRUE
           END-IF.

       1310-LOAD-RUN-FIGURE.
           ADD 1 TO WS-HIST-READ
           IF WS-HIST-READ = WS-SNAP-HIST-COUNT
              AND HIS-RUN-ID NOT = WS-SNAP-HIST-RUN-ID
               DISPLAY "CNTRRCVR: RUN HISTORY POSITION "
                   WS-HIST-READ " IS RUN " HIS-RUN-ID
                   " - SNAPSHOT SAYS " WS-SNAP-HIST-RUN-ID
               MOVE "RUN HISTORY DOES NOT MATCH SNAPSHOT"
                   TO WS-VERDICT
               MOVE "N" TO WS-BASE-FLAG
               SET RECOVERY-FAILED TO TRUE
           END-IF
           IF WS-HIST-READ > WS-SNAP-HIST-COUNT
               IF WS-STAT-COUNT < WS-STAT-MAX
                   ADD 1 TO WS-STAT-COUNT
                   MOVE HIS-RUN-ID      TO WS-STAT-RUN-ID(WS-STAT-COUNT)
                   MOVE HIS-COUNTER-ID
                       TO WS-STAT-COUNTER-ID(WS-STAT-COUNT)
                   MOVE HIS-DATE        TO WS-STAT-DATE(WS-STAT-COUNT)
                   MOVE HIS-START-VALUE TO WS-STAT-START(WS-STAT-COUNT)
                   MOVE HIS-END-VALUE   TO WS-STAT-END(WS-STAT-COUNT)
                   MOVE HIS-TICKS       TO WS-STAT-TICKS(WS-STAT-COUNT)
                   MOVE HIS-WRAPS       TO WS-STAT-WRAPS(WS-STAT-COUNT)
                   MOVE HIS-COUNTER-ID  TO WS-KEY-COUNTER
                   PERFORM 2900-FIND-OR-ADD-COUNTER
               ELSE
                   DISPLAY "CNTRRCVR: RUN FIGURE TABLE FULL - MORE "
                       "THAN " WS-STAT-MAX " SINCE THE SNAPSHOT"
                   MOVE "TOO MANY RUNS SINCE SNAPSHOT" TO WS-VERDICT
                   MOVE "N" TO WS-BASE-FLAG
                   SET RECOVERY-FAILED TO TRUE
               END-IF
           END-IF
           READ RUNHIST
               AT END
                   SET RUNHIST-AT-END TO TRUE
           END-READ.

       2000-LOAD-EVIDENCE.
           PERFORM 2100-LOAD-ASSIGNMENTS
           PERFORM 2200-LOAD-RESERVATIONS
           PERFORM 2250-LOAD-DAYTIME-ISSUES
           PERFORM 2300-LOAD-MAINTENANCE
           PERFORM 2400-LOAD-EXCEPTIONS
           PERFORM 2500-ADD-RUN-ANCHORS
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STAT-COUNT
           PERFORM 2600-LOAD-EXTRACT.

       2100-LOAD-ASSIGNMENTS.
           OPEN INPUT ASGFILE
           IF ASGFILE-NOT-FOUND
               SET ASGFILE-AT-END TO TRUE
           ELSE
               READ ASGFILE
                   AT END
                       SET ASGFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 2110-LOAD-ASSIGNMENT
               UNTIL ASGFILE-AT-END
           IF NOT ASGFILE-NOT-FOUND
               CLOSE ASGFILE
           END-IF.

      *    consecutive values a run issued to one counter collapse
      *    into a single chain entry; a break in the chain (a wrap,
      *    or a restart re-issuing from its checkpoint) starts a new
      *    one, so the walk sees every discontinuity
       2110-LOAD-ASSIGNMENT.
           MOVE ASG-DATE TO WS-EVENT-DATE
           MOVE ASG-TIME TO WS-EVENT-TIME
           IF WS-EVENT-STAMP > WS-SNAP-STAMP
               IF ASG-RUN-ID = WS-INFLIGHT-RUN-ID
                  AND ASG-TRAN-ID > WS-INFLIGHT-LAST-TRAN
                   ADD 1 TO WS-SET-ASIDE
               ELSE
                   IF ASG-RUN-ID = WS-INFLIGHT-RUN-ID
                      AND WS-EVENT-STAMP > WS-CUTOFF-STAMP
                       MOVE WS-EVENT-STAMP TO WS-CUTOFF-STAMP
                   END-IF
                   MOVE ASG-RUN-ID TO WS-KEY-RUN-ID
                   PERFORM 2910-FIND-RUN-FIGURES
                   IF ENTRY-FOUND OR ASG-RUN-ID = WS-INFLIGHT-RUN-ID
                       MOVE "T" TO WS-NEW-TYPE
                   ELSE
                       MOVE "I" TO WS-NEW-TYPE
                   END-IF
                   MOVE ASG-COUNTER-ID TO WS-KEY-COUNTER
                   PERFORM 2900-FIND-OR-ADD-COUNTER
                   IF WS-CSUB > ZERO
                       PERFORM 2120-CHAIN-ASSIGNMENT
                   END-IF
               END-IF
           END-IF
           READ ASGFILE
               AT END
                   SET ASGFILE-AT-END TO TRUE
           END-READ.

       2120-CHAIN-ASSIGNMENT.
           MOVE WS-CTR-SEG-SUB(WS-CSUB) TO WS-SEG-SUB
           MOVE "N" TO WS-FOUND-FLAG
           IF WS-SEG-SUB > ZERO
               IF WS-EVT-TYPE(WS-SEG-SUB) = WS-NEW-TYPE
                  AND WS-EVT-RUN-ID(WS-SEG-SUB) = ASG-RUN-ID
                  AND ASG-SEQ-VALUE = WS-EVT-TO(WS-SEG-SUB) + 1
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF ENTRY-FOUND
               MOVE ASG-SEQ-VALUE  TO WS-EVT-TO(WS-SEG-SUB)
               ADD 1               TO WS-EVT-COUNT-OF(WS-SEG-SUB)
               MOVE WS-EVENT-STAMP TO WS-EVT-END-STAMP(WS-SEG-SUB)
           ELSE
               MOVE 4 TO WS-NEW-RANK
               PERFORM 2950-ADD-EVENT
               IF WS-ESUB > ZERO
                   MOVE ASG-RUN-ID    TO WS-EVT-RUN-ID(WS-ESUB)
                   MOVE ASG-RUN-ID    TO WS-EVT-REF(WS-ESUB)
                   MOVE ASG-SEQ-VALUE TO WS-EVT-FROM(WS-ESUB)
                   MOVE ASG-SEQ-VALUE TO WS-EVT-TO(WS-ESUB)
                   MOVE 1             TO WS-EVT-COUNT-OF(WS-ESUB)
                   MOVE WS-ESUB       TO WS-CTR-SEG-SUB(WS-CSUB)
               END-IF
           END-IF.

       2200-LOAD-RESERVATIONS.
           OPEN INPUT RSVFILE
           IF RSVFILE-NOT-FOUND
               SET RSVFILE-AT-END TO TRUE
           ELSE
               READ RSVFILE
                   AT END
                       SET RSVFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 2210-LOAD-RESERVATION
               UNTIL RSVFILE-AT-END
           IF NOT RSVFILE-NOT-FOUND
               CLOSE RSVFILE
           END-IF.

       2210-LOAD-RESERVATION.
           MOVE RSV-DATE TO WS-EVENT-DATE
           MOVE RSV-TIME TO WS-EVENT-TIME
           IF WS-EVENT-STAMP > WS-SNAP-STAMP
               MOVE RSV-COUNTER-ID TO WS-KEY-COUNTER
               PERFORM 2900-FIND-OR-ADD-COUNTER
               IF WS-CSUB > ZERO
                   MOVE "V" TO WS-NEW-TYPE
                   MOVE 4   TO WS-NEW-RANK
                   PERFORM 2950-ADD-EVENT
                   IF WS-ESUB > ZERO
                       MOVE RSV-RUN-ID      TO WS-EVT-RUN-ID(WS-ESUB)
                       MOVE RSV-SYSTEM-ID   TO WS-EVT-REF(WS-ESUB)
                       MOVE RSV-START-VALUE TO WS-EVT-FROM(WS-ESUB)
                       MOVE RSV-END-VALUE   TO WS-EVT-TO(WS-ESUB)
                       MOVE RSV-BLOCK-SIZE  TO WS-EVT-COUNT-OF(WS-ESUB)
                   END-IF
               END-IF
           END-IF
           READ RSVFILE
               AT END
                   SET RSVFILE-AT-END TO TRUE
           END-READ.

       2250-LOAD-DAYTIME-ISSUES.
           OPEN INPUT DAYFILE
           IF DAYFILE-NOT-FOUND
               SET DAYFILE-AT-END TO TRUE
           ELSE
               READ DAYFILE
                   AT END
                       SET DAYFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 2260-LOAD-DAYTIME-ISSUE
               UNTIL DAYFILE-AT-END
           IF NOT DAYFILE-NOT-FOUND
               CLOSE DAYFILE
           END-IF.

      *    each ledger entry is one number issued - a chain of one,
      *    walked like an assignment; a calendar reset the draw
      *    applied is on EXCFILE and lands ahead of it
       2260-LOAD-DAYTIME-ISSUE.
           MOVE DAY-DATE TO WS-EVENT-DATE
           MOVE DAY-TIME TO WS-EVENT-TIME
           IF WS-EVENT-STAMP > WS-SNAP-STAMP
               MOVE DAY-COUNTER-ID TO WS-KEY-COUNTER
               PERFORM 2900-FIND-OR-ADD-COUNTER
               IF WS-CSUB > ZERO
                   MOVE "D" TO WS-NEW-TYPE
                   MOVE 4   TO WS-NEW-RANK
                   PERFORM 2950-ADD-EVENT
                   IF WS-ESUB > ZERO
                       MOVE DAY-RUN-ID    TO WS-EVT-RUN-ID(WS-ESUB)
                       MOVE DAY-SYSTEM-ID TO WS-EVT-REF(WS-ESUB)
                       MOVE DAY-SEQ-VALUE TO WS-EVT-FROM(WS-ESUB)
                       MOVE DAY-SEQ-VALUE TO WS-EVT-TO(WS-ESUB)
                       MOVE 1             TO WS-EVT-COUNT-OF(WS-ESUB)
                   END-IF
               END-IF
           END-IF
           READ DAYFILE
               AT END
                   SET DAYFILE-AT-END TO TRUE
           END-READ.

       2300-LOAD-MAINTENANCE.
           OPEN INPUT MAINTLOG
           IF MAINTLOG-NOT-FOUND
               SET MAINTLOG-AT-END TO TRUE
           ELSE
               READ MAINTLOG
                   AT END
                       SET MAINTLOG-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 2310-LOAD-MAINT-ENTRY
               UNTIL MAINTLOG-AT-END
           IF NOT MAINTLOG-NOT-FOUND
               CLOSE MAINTLOG
           END-IF.

      *    lock and balance-block clears are logged under their "@"
      *    ids - they move no counter, and the rebuilt file sets its
      *    own control records
       2310-LOAD-MAINT-ENTRY.
           MOVE MLOG-DATE TO WS-EVENT-DATE
           MOVE MLOG-TIME TO WS-EVENT-TIME
           IF WS-EVENT-STAMP > WS-SNAP-STAMP
              AND MLOG-COUNTER-ID(1:1) NOT = "@"
               MOVE MLOG-COUNTER-ID TO WS-KEY-COUNTER
               PERFORM 2900-FIND-OR-ADD-COUNTER
               IF WS-CSUB > ZERO
                   MOVE "M" TO WS-NEW-TYPE
                   MOVE 4   TO WS-NEW-RANK
                   PERFORM 2950-ADD-EVENT
                   IF WS-ESUB > ZERO
                       MOVE MLOG-OPERATOR-ID TO WS-EVT-REF(WS-ESUB)
                       MOVE MLOG-ACTION      TO WS-EVT-ACTION(WS-ESUB)
                       MOVE MLOG-OLD-VALUE   TO WS-EVT-FROM(WS-ESUB)
                       MOVE MLOG-NEW-VALUE   TO WS-EVT-TO(WS-ESUB)
                   END-IF
               END-IF
           END-IF
           READ MAINTLOG
               AT END
                   SET MAINTLOG-AT-END TO TRUE
           END-READ.

       2400-LOAD-EXCEPTIONS.
           OPEN INPUT EXCFILE
           IF EXCFILE-NOT-FOUND
               SET EXCFILE-AT-END TO TRUE
           ELSE
               READ EXCFILE
                   AT END
                       SET EXCFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 2410-LOAD-EXCEPTION
               UNTIL EXCFILE-AT-END
           IF NOT EXCFILE-NOT-FOUND
               CLOSE EXCFILE
           END-IF.

      *    only the two exceptions that move a value matter here;
      *    refusals and halts leave the counter where it was. Which
      *    program logged it decides how it is taken: a completed
      *    run or a daytime caller is applied, a run in flight only
      *    up to its checkpoint, and an abended run's reset joins
      *    the doubt its assignments are held in (its wraps are
      *    already inside those assignment chains)
       2410-LOAD-EXCEPTION.
           MOVE EXC-DATE TO WS-EVENT-DATE
           MOVE EXC-TIME TO WS-EVENT-TIME
           IF WS-EVENT-STAMP > WS-SNAP-STAMP
              AND (EXC-REASON = "CALENDAR RESET APPLIED"
                OR EXC-REASON = "OVERFLOW - WRAPPED TO FLOOR")
               MOVE SPACE TO WS-NEW-TYPE
               MOVE EXC-RUN-ID TO WS-KEY-RUN-ID
               PERFORM 2910-FIND-RUN-FIGURES
               IF NOT ENTRY-FOUND
                  AND EXC-RUN-ID = WS-INFLIGHT-RUN-ID
                   IF WS-EVENT-STAMP > WS-CUTOFF-STAMP
                       ADD 1 TO WS-SET-ASIDE
                       MOVE "-" TO WS-NEW-TYPE
                   END-IF
                   SET ENTRY-FOUND TO TRUE
               END-IF
               IF NOT ENTRY-FOUND
                   PERFORM 2920-FIND-ABENDED-RUN
                   IF ENTRY-FOUND
                       IF EXC-REASON = "CALENDAR RESET APPLIED"
                           MOVE "I" TO WS-NEW-TYPE
                       ELSE
                           MOVE "-" TO WS-NEW-TYPE
                       END-IF
                   END-IF
               END-IF
               IF WS-NEW-TYPE = SPACE
                   IF EXC-REASON = "CALENDAR RESET APPLIED"
                       MOVE "X" TO WS-NEW-TYPE
                   ELSE
                       MOVE "W" TO WS-NEW-TYPE
                   END-IF
               END-IF
               IF WS-NEW-TYPE NOT = "-"
                   PERFORM 2420-ADD-EXCEPTION-EVENT
               END-IF
           END-IF
           READ EXCFILE
               AT END
                   SET EXCFILE-AT-END TO TRUE
           END-READ.

       2420-ADD-EXCEPTION-EVENT.
           MOVE EXC-COUNTER-ID TO WS-KEY-COUNTER
           PERFORM 2900-FIND-OR-ADD-COUNTER
           IF WS-CSUB > ZERO
               EVALUATE WS-NEW-TYPE
                   WHEN "X"
                       MOVE 1 TO WS-NEW-RANK
                   WHEN "W"
                       MOVE 3 TO WS-NEW-RANK
                   WHEN OTHER
                       MOVE 4 TO WS-NEW-RANK
               END-EVALUATE
               PERFORM 2950-ADD-EVENT
               IF WS-ESUB > ZERO
                   MOVE EXC-RUN-ID TO WS-EVT-RUN-ID(WS-ESUB)
                   MOVE EXC-RUN-ID TO WS-EVT-REF(WS-ESUB)
                   MOVE EXC-VALUE  TO WS-EVT-FROM(WS-ESUB)
                   MOVE EXC-VALUE  TO WS-EVT-TO(WS-ESUB)
               END-IF
           END-IF.

      *    each run's figures bracket what it did to the counter:
      *    the starting value sits just ahead of the run's first
      *    tick or wrap (after any reset it applied), the ending
      *    value just after the last thing it logged. A run with no
      *    detail left on hand is placed by its own date and run-id
       2500-ADD-RUN-ANCHORS.
           MOVE WS-STAT-COUNTER-ID(WS-SUB) TO WS-KEY-COUNTER
           MOVE WS-STAT-RUN-ID(WS-SUB)     TO WS-KEY-RUN-ID
           MOVE HIGH-VALUES TO WS-FIRST-STAMP
           MOVE ZERO        TO WS-LAST-DATE
           MOVE ZERO        TO WS-LAST-TIME
           MOVE "N" TO WS-MOVE-FLAG
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM 2510-SCAN-RUN-EVENT
               VARYING WS-ESUB FROM 1 BY 1
               UNTIL WS-ESUB > WS-EVT-COUNT
           IF NOT MOVEMENT-FOUND
               IF ENTRY-FOUND
                   MOVE WS-LAST-STAMP TO WS-FIRST-STAMP
               ELSE
                   MOVE WS-STAT-DATE(WS-SUB) TO WS-FIRST-DATE
                   IF WS-KEY-RUN-ID NUMERIC
                       MOVE WS-KEY-RUN-ID TO WS-FIRST-TIME
                   ELSE
                       MOVE ZERO TO WS-FIRST-TIME
                   END-IF
                   MOVE WS-FIRST-STAMP TO WS-LAST-STAMP
               END-IF
           END-IF
           PERFORM 2930-FIND-COUNTER
           IF WS-CSUB > ZERO
               MOVE WS-FIRST-STAMP TO WS-EVENT-STAMP
               MOVE "S" TO WS-NEW-TYPE
               MOVE 2   TO WS-NEW-RANK
               PERFORM 2520-ADD-ANCHOR
               MOVE WS-LAST-STAMP TO WS-EVENT-STAMP
               MOVE "E" TO WS-NEW-TYPE
               MOVE 8   TO WS-NEW-RANK
               PERFORM 2520-ADD-ANCHOR
           END-IF.

       2510-SCAN-RUN-EVENT.
           IF WS-EVT-COUNTER-ID(WS-ESUB) = WS-KEY-COUNTER
              AND WS-EVT-RUN-ID(WS-ESUB) = WS-KEY-RUN-ID
              AND (WS-EVT-TYPE(WS-ESUB) = "T"
                OR WS-EVT-TYPE(WS-ESUB) = "W"
                OR WS-EVT-TYPE(WS-ESUB) = "X")
               SET ENTRY-FOUND TO TRUE
               IF WS-EVT-TYPE(WS-ESUB) NOT = "X"
                  AND WS-EVT-STAMP(WS-ESUB) < WS-FIRST-STAMP
                   SET MOVEMENT-FOUND TO TRUE
                   MOVE WS-EVT-STAMP(WS-ESUB) TO WS-FIRST-STAMP
               END-IF
               IF WS-EVT-END-STAMP(WS-ESUB) > WS-LAST-STAMP
                   MOVE WS-EVT-END-STAMP(WS-ESUB) TO WS-LAST-STAMP
               END-IF
           END-IF.

       2520-ADD-ANCHOR.
           PERFORM 2950-ADD-EVENT
           IF WS-ESUB > ZERO
               MOVE WS-KEY-RUN-ID          TO WS-EVT-RUN-ID(WS-ESUB)
               MOVE WS-KEY-RUN-ID          TO WS-EVT-REF(WS-ESUB)
               MOVE WS-STAT-START(WS-SUB)  TO WS-EVT-FROM(WS-ESUB)
               MOVE WS-STAT-END(WS-SUB)    TO WS-EVT-TO(WS-ESUB)
               MOVE WS-STAT-TICKS(WS-SUB)  TO WS-EVT-COUNT-OF(WS-ESUB)
               MOVE WS-STAT-WRAPS(WS-SUB)  TO WS-EVT-WRAPS(WS-ESUB)
           END-IF.

      *    the latest extract carries the full definition of every
      *    counter on file when it was cut - the only place a
      *    counter defined since the snapshot keeps its mode, floor,
      *    schedule and number format
       2600-LOAD-EXTRACT.
           OPEN INPUT EXTFILE
           IF EXTFILE-NOT-FOUND
               SET EXTFILE-AT-END TO TRUE
           ELSE
               READ EXTFILE
                   AT END
                       SET EXTFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 2610-LOAD-EXTRACT-ENTRY
               UNTIL EXTFILE-AT-END
           IF NOT EXTFILE-NOT-FOUND
               CLOSE EXTFILE
           END-IF.

       2610-LOAD-EXTRACT-ENTRY.
           MOVE EXT-COUNTER-IMAGE TO WS-COUNTER-RECORD
           MOVE WS-COUNTER-ID TO WS-KEY-COUNTER
           PERFORM 2930-FIND-COUNTER
           IF WS-CSUB > ZERO
               MOVE "Y" TO WS-CTR-EXT-FLAG(WS-CSUB)
               MOVE EXT-COUNTER-IMAGE TO WS-CTR-EXT-IMAGE(WS-CSUB)
           END-IF
           READ EXTFILE
               AT END
                   SET EXTFILE-AT-END TO TRUE
           END-READ.

      *    a counter named only by evidence is still walked - it
      *    must meet its DEFINE on the log or it is flagged
       2900-FIND-OR-ADD-COUNTER.
           PERFORM 2930-FIND-COUNTER
           IF WS-CSUB = ZERO
               IF WS-CTR-COUNT < WS-CTR-MAX
                   ADD 1 TO WS-CTR-COUNT
                   MOVE WS-CTR-COUNT TO WS-CSUB
                   PERFORM 2940-CLEAR-COUNTER-ENTRY
                   MOVE WS-KEY-COUNTER TO WS-CTR-ID(WS-CSUB)
                   SET CTR-FROM-EVIDENCE(WS-CSUB) TO TRUE
               ELSE
                   DISPLAY "CNTRRCVR: COUNTER TABLE FULL - "
                       WS-KEY-COUNTER " NOT RECOVERED"
                   MOVE "COUNTER TABLE FULL - REBUILT FILE INCOMPLETE"
                       TO WS-VERDICT
                   SET RECOVERY-FAILED TO TRUE
               END-IF
           END-IF.

       2910-FIND-RUN-FIGURES.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-STAT-COUNT
               IF WS-STAT-RUN-ID(WS-SORT-I) = WS-KEY-RUN-ID
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2920-FIND-ABENDED-RUN.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-EVT-COUNT
               IF WS-EVT-TYPE(WS-SORT-I) = "I"
                  AND WS-EVT-RUN-ID(WS-SORT-I) = WS-KEY-RUN-ID
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2930-FIND-COUNTER.
           MOVE ZERO TO WS-CSUB
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-CTR-COUNT
               IF WS-CTR-ID(WS-SORT-I) = WS-KEY-COUNTER
                   MOVE WS-SORT-I TO WS-CSUB
               END-IF
           END-PERFORM.

       2940-CLEAR-COUNTER-ENTRY.
           MOVE SPACES TO WS-CTR-IMAGE(WS-CSUB)
           MOVE SPACE  TO WS-CTR-ORIGIN(WS-CSUB)
           MOVE "N"    TO WS-CTR-EXT-FLAG(WS-CSUB)
           MOVE SPACES TO WS-CTR-EXT-IMAGE(WS-CSUB)
           MOVE SPACE  TO WS-CTR-RESULT(WS-CSUB)
           MOVE ZERO   TO WS-CTR-SEG-SUB(WS-CSUB)
           MOVE "N"    TO WS-CTR-LOST-FLAG(WS-CSUB).

      *    evidence the table cannot hold is not skipped quietly -
      *    the counter it belongs to can no longer be proven
       2950-ADD-EVENT.
           IF WS-EVT-COUNT < WS-EVT-MAX
               ADD 1 TO WS-EVT-COUNT
               MOVE WS-EVT-COUNT   TO WS-ESUB
               MOVE WS-KEY-COUNTER TO WS-EVT-COUNTER-ID(WS-ESUB)
               MOVE WS-EVENT-DATE  TO WS-EVT-DATE(WS-ESUB)
               MOVE WS-EVENT-TIME  TO WS-EVT-TIME(WS-ESUB)
               MOVE WS-NEW-RANK    TO WS-EVT-RANK(WS-ESUB)
               MOVE WS-EVT-COUNT   TO WS-EVT-SEQ(WS-ESUB)
               MOVE WS-NEW-TYPE    TO WS-EVT-TYPE(WS-ESUB)
               MOVE SPACES         TO WS-EVT-RUN-ID(WS-ESUB)
               MOVE SPACES         TO WS-EVT-REF(WS-ESUB)
               MOVE SPACE          TO WS-EVT-ACTION(WS-ESUB)
               MOVE ZERO           TO WS-EVT-FROM(WS-ESUB)
               MOVE ZERO           TO WS-EVT-TO(WS-ESUB)
               MOVE ZERO           TO WS-EVT-COUNT-OF(WS-ESUB)
               MOVE ZERO           TO WS-EVT-WRAPS(WS-ESUB)
               MOVE WS-EVENT-STAMP TO WS-EVT-END-STAMP(WS-ESUB)
           ELSE
               MOVE ZERO TO WS-ESUB
               SET CTR-EVIDENCE-LOST(WS-CSUB) TO TRUE
           END-IF.

       3000-SORT-EVENTS.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-EVT-COUNT
               MOVE WS-EVT-ENTRY(WS-SORT-I) TO WS-HOLD-EVT
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J < 2
                          OR WS-EVT-KEY(WS-SORT-J - 1)
                             NOT > WS-HE-KEY
                   MOVE WS-EVT-ENTRY(WS-SORT-J - 1)
                       TO WS-EVT-ENTRY(WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-HOLD-EVT TO WS-EVT-ENTRY(WS-SORT-J)
           END-PERFORM.

      *    the rebuilt file comes back blocked: a clear @LOCK@, and
      *    @BALST@ set under this run, so nothing draws on it until
      *    an operator has read this report and cleared the block
      *    through CNTRMAINT function CLRBAL
       3100-ADD-CONTROL-RECORDS.
           MOVE WS-LOCK-KEY     TO WS-COUNTER-ID
           MOVE ZERO            TO WS-COUNTER-VALUE
           PERFORM 3110-ADD-CONTROL-RECORD
           MOVE WS-BALST-KEY    TO WS-COUNTER-ID
           MOVE 1               TO WS-COUNTER-VALUE
           PERFORM 3110-ADD-CONTROL-RECORD.

       3110-ADD-CONTROL-RECORD.
           MOVE WS-CURRENT-DATE TO WS-COUNTER-LAST-UPD-DATE
           MOVE WS-RUN-ID       TO WS-COUNTER-RUN-ID
           MOVE "L"             TO WS-COUNTER-MODE
           MOVE ZERO            TO WS-COUNTER-WRAP-FLOOR
           MOVE SPACE           TO WS-COUNTER-STATUS
           MOVE ZERO            TO WS-COUNTER-SEED-VALUE
           MOVE SPACE           TO WS-COUNTER-RESET-FREQ
           MOVE ZERO            TO WS-COUNTER-RESET-VALUE
           MOVE ZERO            TO WS-COUNTER-RESET-PERIOD
           MOVE SPACES          TO WS-COUNTER-FMT-PREFIX
           MOVE SPACE           TO WS-COUNTER-FMT-DATE-FLAG
           IF WS-CTR-COUNT < WS-CTR-MAX
               ADD 1 TO WS-CTR-COUNT
               MOVE WS-CTR-COUNT TO WS-CSUB
               PERFORM 2940-CLEAR-COUNTER-ENTRY
               MOVE WS-COUNTER-ID     TO WS-CTR-ID(WS-CSUB)
               MOVE WS-COUNTER-RECORD TO WS-CTR-IMAGE(WS-CSUB)
               SET CTR-CONTROL-RECORD(WS-CSUB) TO TRUE
               SET CTR-PROVEN(WS-CSUB) TO TRUE
           ELSE
               DISPLAY "CNTRRCVR: COUNTER TABLE FULL - "
                   WS-COUNTER-ID " NOT WRITTEN"
               MOVE "COUNTER TABLE FULL - REBUILT FILE INCOMPLETE"
                   TO WS-VERDICT
               SET RECOVERY-FAILED TO TRUE
           END-IF.

      *    key order, so the rebuilt file loads straight into an
      *    empty keyed control file
       3200-SORT-COUNTERS.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-CTR-COUNT
               MOVE WS-CTR-ENTRY(WS-SORT-I) TO WS-HOLD-CTR
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J < 2
                          OR WS-CTR-ID(WS-SORT-J - 1)
                             NOT > WS-HC-ID
                   MOVE WS-CTR-ENTRY(WS-SORT-J - 1)
                       TO WS-CTR-ENTRY(WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-HOLD-CTR TO WS-CTR-ENTRY(WS-SORT-J)
           END-PERFORM.

       4000-RECOVER-COUNTER.
           IF NOT CTR-CONTROL-RECORD(WS-CSUB)
               PERFORM 4100-START-COUNTER
               PERFORM 4200-APPLY-EVENT
                   VARYING WS-ESUB FROM 1 BY 1
                   UNTIL WS-ESUB > WS-EVT-COUNT
                      OR COUNTER-FAILED
               PERFORM 4800-FINISH-COUNTER
           END-IF.

       4100-START-COUNTER.
           MOVE "N"    TO WS-CTR-FAIL-FLAG
           MOVE SPACES TO WS-FAIL-REASON
           MOVE ZERO   TO WS-PENDING-WRAPS
           MOVE ZERO   TO WS-DOUBT-COUNT
           MOVE ZERO   TO WS-RUN-TICKS
           MOVE SPACES TO WS-IN-RUN-ID
           MOVE ZERO   TO WS-LAST-PROVEN
           IF CTR-FROM-SNAPSHOT(WS-CSUB)
               MOVE WS-CTR-IMAGE(WS-CSUB) TO WS-COUNTER-RECORD
               SET COUNTER-EXISTS TO TRUE
               MOVE WS-CTR-ID(WS-CSUB) TO RPT-CTR-ID
               MOVE WS-COUNTER-STATUS  TO RPT-CTR-STATUS
               IF WS-COUNTER-VALUE NUMERIC
                   MOVE WS-COUNTER-VALUE TO RPT-CTR-VALUE
                   MOVE WS-COUNTER-VALUE TO WS-LAST-PROVEN
               ELSE
                   MOVE ZERO TO RPT-CTR-VALUE
                   SET COUNTER-FAILED TO TRUE
                   MOVE "SNAPSHOT VALUE NOT NUMERIC"
                       TO WS-FAIL-REASON
               END-IF
               MOVE WS-RPT-COUNTER-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE SPACES TO WS-COUNTER-RECORD
               MOVE WS-CTR-ID(WS-CSUB) TO WS-COUNTER-ID
               MOVE ZERO TO WS-COUNTER-VALUE
               MOVE "N" TO WS-EXISTS-FLAG
               MOVE WS-CTR-ID(WS-CSUB) TO RPT-NEW-CTR-ID
               MOVE WS-RPT-NEW-CTR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF CTR-EVIDENCE-LOST(WS-CSUB)
               SET COUNTER-FAILED TO TRUE
               MOVE "EVIDENCE TABLE FULL" TO WS-FAIL-REASON
           END-IF.

       4200-APPLY-EVENT.
           IF WS-EVT-COUNTER-ID(WS-ESUB) = WS-CTR-ID(WS-CSUB)
               PERFORM 4210-WRITE-STEP
               IF NOT COUNTER-EXISTS
                  AND NOT (WS-EVT-TYPE(WS-ESUB) = "M"
                           AND WS-EVT-ACTION(WS-ESUB) = "D")
                   SET COUNTER-FAILED TO TRUE
                   MOVE "NOT ON SNAPSHOT - NO DEFINE"
                       TO WS-FAIL-REASON
               ELSE
                   EVALUATE WS-EVT-TYPE(WS-ESUB)
                       WHEN "M"
                           PERFORM 4300-APPLY-MAINTENANCE
                       WHEN "V"
                           PERFORM 4400-APPLY-RESERVATION
                       WHEN "T"
                           PERFORM 4500-APPLY-ASSIGNMENTS
                       WHEN "D"
                           PERFORM 4500-APPLY-ASSIGNMENTS
                       WHEN "I"
                           PERFORM 4550-NOTE-ABENDED-RUN
                       WHEN "X"
                           PERFORM 4600-APPLY-RESET
                       WHEN "W"
                           PERFORM 4650-NOTE-WRAP
                       WHEN "S"
                           PERFORM 4700-CHECK-RUN-START
                       WHEN "E"
                           PERFORM 4750-CHECK-RUN-END
                   END-EVALUATE
               END-IF
               IF NOT COUNTER-FAILED
                   MOVE WS-COUNTER-VALUE TO WS-LAST-PROVEN
               END-IF
           END-IF.

      *    one report line per step, written before it is applied,
      *    so a counter that stops shows the very evidence it
      *    stopped on
       4210-WRITE-STEP.
           MOVE WS-EVT-DATE(WS-ESUB) TO RPT-STEP-DATE
           MOVE WS-EVT-TIME(WS-ESUB) TO RPT-STEP-TIME
           MOVE WS-EVT-REF(WS-ESUB)  TO RPT-STEP-REF
           MOVE WS-EVT-FROM(WS-ESUB) TO RPT-STEP-FROM
           MOVE WS-EVT-TO(WS-ESUB)   TO RPT-STEP-TO
           EVALUATE WS-EVT-TYPE(WS-ESUB)
               WHEN "T"
                   MOVE "ASSIGNED"       TO RPT-STEP-DESC
               WHEN "I"
                   MOVE "ABENDED RUN"    TO RPT-STEP-DESC
               WHEN "V"
                   MOVE "RESERVED"       TO RPT-STEP-DESC
               WHEN "D"
                   MOVE "DAYTIME ISSUE"  TO RPT-STEP-DESC
               WHEN "X"
                   MOVE "CALENDAR RESET" TO RPT-STEP-DESC
                   MOVE WS-COUNTER-VALUE TO RPT-STEP-FROM
               WHEN "W"
                   MOVE "WRAP LOGGED"    TO RPT-STEP-DESC
                   MOVE WS-COUNTER-VALUE TO RPT-STEP-FROM
               WHEN "S"
                   MOVE "RUN START"      TO RPT-STEP-DESC
               WHEN "E"
                   MOVE "RUN END"        TO RPT-STEP-DESC
               WHEN "M"
                   EVALUATE WS-EVT-ACTION(WS-ESUB)
                       WHEN "C"
                           MOVE "CORRECTED"   TO RPT-STEP-DESC
                       WHEN "D"
                           MOVE "DEFINED"     TO RPT-STEP-DESC
                       WHEN "F"
                           MOVE "FROZEN"      TO RPT-STEP-DESC
                       WHEN "R"
                           MOVE "RETIRED"     TO RPT-STEP-DESC
                       WHEN "A"
                           MOVE "ACTIVATED"   TO RPT-STEP-DESC
                       WHEN OTHER
                           MOVE "MAINTENANCE" TO RPT-STEP-DESC
                   END-EVALUATE
           END-EVALUATE
           MOVE WS-RPT-STEP-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    replayed by action code; an entry logged before the code
      *    existed is still a correction when its values differ,
      *    but an equal old and new value is a status change of
      *    unknown kind and cannot be replayed
       4300-APPLY-MAINTENANCE.
           EVALUATE TRUE
               WHEN WS-EVT-ACTION(WS-ESUB) = "D"
                   PERFORM 4310-APPLY-DEFINE
               WHEN WS-EVT-ACTION(WS-ESUB) = "F"
                 OR WS-EVT-ACTION(WS-ESUB) = "R"
                 OR WS-EVT-ACTION(WS-ESUB) = "A"
                   MOVE WS-EVT-FROM(WS-ESUB) TO WS-ANCHOR-VALUE
                   PERFORM 4900-ANCHOR-VALUE
                   IF NOT COUNTER-FAILED
                       MOVE WS-EVT-ACTION(WS-ESUB) TO WS-COUNTER-STATUS
                       MOVE WS-EVT-DATE(WS-ESUB)
                           TO WS-COUNTER-LAST-UPD-DATE
                   END-IF
               WHEN WS-EVT-ACTION(WS-ESUB) = SPACE
                AND WS-EVT-FROM(WS-ESUB) = WS-EVT-TO(WS-ESUB)
                   SET COUNTER-FAILED TO TRUE
                   MOVE "STATUS ACTION NOT RECORDED"
                       TO WS-FAIL-REASON
               WHEN OTHER
                   MOVE WS-EVT-FROM(WS-ESUB) TO WS-ANCHOR-VALUE
                   PERFORM 4900-ANCHOR-VALUE
                   IF NOT COUNTER-FAILED
                       MOVE WS-EVT-TO(WS-ESUB)   TO WS-COUNTER-VALUE
                       MOVE WS-EVT-DATE(WS-ESUB)
                           TO WS-COUNTER-LAST-UPD-DATE
                   END-IF
           END-EVALUATE.

       4310-APPLY-DEFINE.
           IF COUNTER-EXISTS
               SET COUNTER-FAILED TO TRUE
               MOVE "DEFINE OF COUNTER ON FILE" TO WS-FAIL-REASON
           ELSE
           IF NOT CTR-HAS-EXTRACT(WS-CSUB)
               SET COUNTER-FAILED TO TRUE
               MOVE "DEFINED - NO EXTRACT IMAGE" TO WS-FAIL-REASON
           ELSE
               MOVE WS-CTR-EXT-IMAGE(WS-CSUB) TO WS-COUNTER-RECORD
               MOVE WS-EVT-TO(WS-ESUB)   TO WS-COUNTER-VALUE
               SET WS-COUNTER-STATUS-ACTIVE TO TRUE
               MOVE WS-EVT-DATE(WS-ESUB) TO WS-COUNTER-LAST-UPD-DATE
               MOVE WS-EVT-DATE(WS-ESUB)(1:6)
                   TO WS-COUNTER-RESET-PERIOD
               SET COUNTER-EXISTS TO TRUE
           END-IF
           END-IF.

      *    a block either follows straight on from the counter or,
      *    straight after a logged wrap, starts at the floor because
      *    it would not fit under the ceiling
       4400-APPLY-RESERVATION.
           IF NOT WS-COUNTER-STATUS-ACTIVE
               SET COUNTER-FAILED TO TRUE
               MOVE "RESERVED WHILE NOT ACTIVE" TO WS-FAIL-REASON
           ELSE
           IF WS-EVT-COUNT-OF(WS-ESUB) = ZERO
              OR WS-EVT-TO(WS-ESUB) NOT =
                 WS-EVT-FROM(WS-ESUB) + WS-EVT-COUNT-OF(WS-ESUB) - 1
               SET COUNTER-FAILED TO TRUE
               MOVE "RESERVATION RANGE INCONSISTENT"
                   TO WS-FAIL-REASON
           ELSE
           IF WS-PENDING-WRAPS > ZERO
              AND WS-EVT-FROM(WS-ESUB) = WS-COUNTER-WRAP-FLOOR
              AND WS-COUNTER-VALUE + WS-EVT-COUNT-OF(WS-ESUB)
                  > 999999999
               SUBTRACT 1 FROM WS-PENDING-WRAPS
           ELSE
               COMPUTE WS-ANCHOR-VALUE = WS-EVT-FROM(WS-ESUB) - 1
               PERFORM 4900-ANCHOR-VALUE
           END-IF
           END-IF
           END-IF
           IF NOT COUNTER-FAILED
               MOVE WS-EVT-TO(WS-ESUB)     TO WS-COUNTER-VALUE
               MOVE WS-EVT-DATE(WS-ESUB)   TO WS-COUNTER-LAST-UPD-DATE
               MOVE WS-EVT-RUN-ID(WS-ESUB) TO WS-COUNTER-RUN-ID
           END-IF.

      *    a chain follows straight on from the counter, or starts
      *    at the floor from the ceiling - and then only against a
      *    wrap EXCFILE has on record
       4500-APPLY-ASSIGNMENTS.
           IF NOT WS-COUNTER-STATUS-ACTIVE
               SET COUNTER-FAILED TO TRUE
               MOVE "TICKED WHILE NOT ACTIVE" TO WS-FAIL-REASON
           ELSE
           IF WS-COUNTER-VALUE = 999999999
              AND WS-COUNTER-MODE-WRAP
              AND WS-EVT-FROM(WS-ESUB) = WS-COUNTER-WRAP-FLOOR
               IF WS-PENDING-WRAPS > ZERO
                   SUBTRACT 1 FROM WS-PENDING-WRAPS
               ELSE
                   SET COUNTER-FAILED TO TRUE
                   MOVE "WRAP NOT ON EXCEPTION LOG" TO WS-FAIL-REASON
               END-IF
           ELSE
               COMPUTE WS-ANCHOR-VALUE = WS-EVT-FROM(WS-ESUB) - 1
               PERFORM 4900-ANCHOR-VALUE
           END-IF
           END-IF
           IF NOT COUNTER-FAILED
               MOVE WS-EVT-TO(WS-ESUB)       TO WS-COUNTER-VALUE
               MOVE WS-EVT-END-DATE(WS-ESUB) TO WS-COUNTER-LAST-UPD-DATE
               MOVE WS-EVT-RUN-ID(WS-ESUB)   TO WS-COUNTER-RUN-ID
               IF WS-EVT-RUN-ID(WS-ESUB) = WS-IN-RUN-ID
                   ADD WS-EVT-COUNT-OF(WS-ESUB) TO WS-RUN-TICKS
               END-IF
           END-IF.

       4550-NOTE-ABENDED-RUN.
           IF WS-DOUBT-COUNT < WS-DOUBT-MAX
               ADD 1 TO WS-DOUBT-COUNT
               MOVE WS-EVT-FROM(WS-ESUB)
                   TO WS-DOUBT-LOW(WS-DOUBT-COUNT)
               MOVE WS-EVT-TO(WS-ESUB)
                   TO WS-DOUBT-HIGH(WS-DOUBT-COUNT)
               MOVE WS-EVT-RUN-ID(WS-ESUB)
                   TO WS-DOUBT-RUN-ID(WS-DOUBT-COUNT)
           ELSE
               SET COUNTER-FAILED TO TRUE
               MOVE "TOO MANY ABENDED RUNS" TO WS-FAIL-REASON
           END-IF.

      *    a reset sets the value outright, so it also settles any
      *    doubt an abended run left behind
       4600-APPLY-RESET.
           IF (NOT WS-COUNTER-RESET-YEARLY
               AND NOT WS-COUNTER-RESET-MONTHLY)
              OR WS-COUNTER-RESET-VALUE NOT = WS-EVT-TO(WS-ESUB)
               SET COUNTER-FAILED TO TRUE
               MOVE "RESET NOT ON COUNTER SCHEDULE" TO WS-FAIL-REASON
           ELSE
               MOVE WS-EVT-TO(WS-ESUB)   TO WS-COUNTER-VALUE
               MOVE WS-EVT-DATE(WS-ESUB)(1:6)
                   TO WS-COUNTER-RESET-PERIOD
               MOVE WS-EVT-DATE(WS-ESUB) TO WS-COUNTER-LAST-UPD-DATE
               MOVE WS-EVT-RUN-ID(WS-ESUB) TO WS-COUNTER-RUN-ID
               MOVE ZERO TO WS-DOUBT-COUNT
           END-IF.

       4650-NOTE-WRAP.
           IF NOT WS-COUNTER-MODE-WRAP
               SET COUNTER-FAILED TO TRUE
               MOVE "WRAP LOGGED ON HALT COUNTER" TO WS-FAIL-REASON
           ELSE
               ADD 1 TO WS-PENDING-WRAPS
           END-IF.

       4700-CHECK-RUN-START.
           MOVE WS-EVT-FROM(WS-ESUB) TO WS-ANCHOR-VALUE
           PERFORM 4900-ANCHOR-VALUE
           IF NOT COUNTER-FAILED
               MOVE WS-EVT-RUN-ID(WS-ESUB) TO WS-IN-RUN-ID
               MOVE ZERO TO WS-RUN-TICKS
           END-IF.

      *    with its assignment detail on hand a run must show the
      *    ticks its figures claim and end where they say; a run
      *    whose detail has been recut is proven from its figures
      *    and its logged wraps alone, the CNTRBAL arithmetic
       4750-CHECK-RUN-END.
           IF WS-RUN-TICKS = ZERO AND WS-EVT-COUNT-OF(WS-ESUB) > ZERO
               IF WS-PENDING-WRAPS < WS-EVT-WRAPS(WS-ESUB)
                   SET COUNTER-FAILED TO TRUE
                   MOVE "WRAP NOT ON EXCEPTION LOG" TO WS-FAIL-REASON
               ELSE
                   SUBTRACT WS-EVT-WRAPS(WS-ESUB) FROM WS-PENDING-WRAPS
                   COMPUTE WS-RECOMPUTED =
                       WS-COUNTER-VALUE + WS-EVT-COUNT-OF(WS-ESUB)
                       + WS-EVT-WRAPS(WS-ESUB)
                         * (WS-COUNTER-WRAP-FLOOR - 999999999 - 1)
                   IF WS-RECOMPUTED NOT = WS-EVT-TO(WS-ESUB)
                       SET COUNTER-FAILED TO TRUE
                       MOVE "RUN FIGURES DO NOT BALANCE"
                           TO WS-FAIL-REASON
                   ELSE
                       MOVE WS-EVT-TO(WS-ESUB) TO WS-COUNTER-VALUE
                   END-IF
               END-IF
           ELSE
           IF WS-RUN-TICKS NOT = WS-EVT-COUNT-OF(WS-ESUB)
               SET COUNTER-FAILED TO TRUE
               MOVE "TICK COUNT DISAGREES WITH RUN" TO WS-FAIL-REASON
           ELSE
           IF WS-COUNTER-VALUE NOT = WS-EVT-TO(WS-ESUB)
               SET COUNTER-FAILED TO TRUE
               MOVE "RUN END VALUE DISAGREES" TO WS-FAIL-REASON
           END-IF
           END-IF
           END-IF
           IF NOT COUNTER-FAILED
               MOVE WS-EVT-DATE(WS-ESUB)   TO WS-COUNTER-LAST-UPD-DATE
               MOVE WS-EVT-RUN-ID(WS-ESUB) TO WS-COUNTER-RUN-ID
           END-IF
           MOVE SPACES TO WS-IN-RUN-ID
           MOVE ZERO   TO WS-RUN-TICKS.

       4800-FINISH-COUNTER.
           IF NOT COUNTER-FAILED
               IF NOT COUNTER-EXISTS
                   SET COUNTER-FAILED TO TRUE
                   MOVE "NOT ON SNAPSHOT - NO DEFINE" TO WS-FAIL-REASON
               ELSE
               IF WS-PENDING-WRAPS > ZERO
                   SET COUNTER-FAILED TO TRUE
                   MOVE "WRAP LOGGED BUT NEVER TAKEN" TO WS-FAIL-REASON
               ELSE
               IF WS-DOUBT-COUNT > ZERO
                   SET COUNTER-FAILED TO TRUE
                   MOVE "ABENDED RUN NEVER RESOLVED" TO WS-FAIL-REASON
               END-IF
               END-IF
               END-IF
           END-IF
           IF COUNTER-FAILED
               SET CTR-NOT-PROVEN(WS-CSUB) TO TRUE
               SET RECOVERY-FAILED TO TRUE
               ADD 1 TO WS-COUNTERS-UNPROVEN
               MOVE WS-FAIL-REASON TO RPT-FAIL-REASON
               MOVE WS-LAST-PROVEN TO RPT-FAIL-VALUE
               MOVE WS-RPT-FAIL-LINE TO RPT-LINE
           ELSE
               SET CTR-PROVEN(WS-CSUB) TO TRUE
               ADD 1 TO WS-COUNTERS-PROVEN
               MOVE WS-COUNTER-RECORD TO WS-CTR-IMAGE(WS-CSUB)
               MOVE WS-COUNTER-VALUE  TO RPT-RES-VALUE
               MOVE WS-COUNTER-STATUS TO RPT-RES-STATUS
               MOVE WS-RPT-RESULT-LINE TO RPT-LINE
           END-IF
           WRITE RPT-LINE.

      *    every step must start where the last one left the
      *    counter. An abended run's doubt is settled by the first
      *    anchor that lands on a value it reached - that is how far
      *    it was hardened - or on the value before it, if none of
      *    it was; anything else is movement no log accounts for
       4900-ANCHOR-VALUE.
           IF WS-ANCHOR-VALUE < ZERO
               SET COUNTER-FAILED TO TRUE
               MOVE "VALUE DOES NOT CHAIN" TO WS-FAIL-REASON
           ELSE
           IF WS-ANCHOR-VALUE = WS-COUNTER-VALUE
               MOVE ZERO TO WS-DOUBT-COUNT
           ELSE
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM VARYING WS-DSUB FROM 1 BY 1
                       UNTIL WS-DSUB > WS-DOUBT-COUNT
                          OR ENTRY-FOUND
                   IF WS-ANCHOR-VALUE NOT < WS-DOUBT-LOW(WS-DSUB)
                      AND WS-ANCHOR-VALUE NOT > WS-DOUBT-HIGH(WS-DSUB)
                       SET ENTRY-FOUND TO TRUE
                       MOVE WS-DOUBT-RUN-ID(WS-DSUB) TO RPT-STEP-REF
                   END-IF
               END-PERFORM
               IF ENTRY-FOUND
                   MOVE WS-EVT-DATE(WS-ESUB) TO RPT-STEP-DATE
                   MOVE WS-EVT-TIME(WS-ESUB) TO RPT-STEP-TIME
                   MOVE "HARDENED AT"        TO RPT-STEP-DESC
                   MOVE WS-COUNTER-VALUE     TO RPT-STEP-FROM
                   MOVE WS-ANCHOR-VALUE      TO RPT-STEP-TO
                   MOVE WS-RPT-STEP-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE WS-ANCHOR-VALUE TO WS-COUNTER-VALUE
                   MOVE ZERO TO WS-DOUBT-COUNT
               ELSE
                   SET COUNTER-FAILED TO TRUE
                   MOVE "VALUE DOES NOT CHAIN" TO WS-FAIL-REASON
               END-IF
           END-IF
           END-IF.

      *    proven counters and the control records only - a counter
      *    that could not be proven is left off rather than written
      *    with a value nobody can stand behind
       7000-WRITE-REBUILT-FILE.
           OPEN OUTPUT RCVFILE
           PERFORM VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > WS-CTR-COUNT
               IF CTR-PROVEN(WS-CSUB)
                   MOVE WS-CTR-IMAGE(WS-CSUB) TO RCV-RECORD
                   WRITE RCV-RECORD
               END-IF
           END-PERFORM
           CLOSE RCVFILE.

       8000-WRITE-SUMMARY.
           MOVE "COUNTERS RECOVERED  :" TO RPT-TOT-LABEL
           MOVE WS-COUNTERS-PROVEN      TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COUNTERS NOT PROVEN :" TO RPT-TOT-LABEL
           MOVE WS-COUNTERS-UNPROVEN    TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "UNHARDENED SET ASIDE:" TO RPT-TOT-LABEL
           MOVE WS-SET-ASIDE            TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-VERDICT = SPACES
               IF RECOVERY-FAILED
                   MOVE
                       "COUNTERS NOT PROVEN - DO NOT LOAD REBUILT FILE"
                       TO WS-VERDICT
               ELSE
                   MOVE
                       "ALL PROVEN - LOAD, REVIEW, CLEAR VIA CLRBAL"
                       TO WS-VERDICT
               END-IF
           END-IF
           MOVE WS-VERDICT TO RPT-VERDICT
           MOVE WS-RPT-VERDICT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9000-TERMINATE.
           CLOSE RCVRPT
           IF RECOVERY-FAILED
               DISPLAY "CNTRRCVR: " WS-VERDICT
           END-IF.
