       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRSTAT.
      *
      * CNTRSTAT - Morning operations status.
      * The night's results are spread over a SYSOUT per step, and
      * the morning shift used to piece them together by hand. This
      * last step of the nightly chain reads the machine-readable
      * side of every step instead and puts the whole night on one
      * page:
      *    - each feed received, with its record count from the
      *      feed itself and the outcome of every record from its
      *      acknowledgement file (assigned, re-entered, rejected,
      *      pended, held, refused, not processed);
      *    - whether the batch run named on CHKFILE completed, and
      *      whether it was the run for tonight's feeds at all -
      *      its run figures must fall on the feeds' business date
      *      or the day after, and each acknowledgement must carry
      *      its feed's own header, or the files on hand are left
      *      over from an earlier night;
      *    - per counter: the ticks and pended work from RUNSTAT,
      *      whether it halted, how many transactions it refused,
      *      its BALFILE and COVFILE verdicts for tonight's run, and
      *      its projected ceiling date when that falls inside the
      *      FCSTCFG warning horizon (the CNTRFCST projection from
      *      RUNHIST, made for the counters tonight's files name;
      *      CNTRFCST itself covers every counter);
      *    - the @BALST@ block and the @LOCK@ on the control file -
      *      at the end of the night a held lock is orphaned;
      *    - standing rejects, and how many are past the RAGECFG
      *      aging threshold (the CNTRRAGE test).
      *
      * Everything that needs a person is listed under ATTENTION,
      * and the page ends with one overall status. RED - the night
      * did not finish, did not balance, did not cover, halted,
      * left work unprocessed or unanswered, or left the control
      * file blocked or locked - ends the step with return code 8.
      * AMBER - rejects, pended, held or refused work, an unprovable
      * coverage range, aged rejects or a counter near its ceiling -
      * ends it with return code 4. GREEN ends it with return code
      * 0, so the scheduler shows the same answer as the page. The
      * step runs whatever happened earlier in the chain: a night
      * that failed part-way is exactly when the page is wanted.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDFIL1 ASSIGN TO FEEDFIL1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDFIL1-STATUS.

           SELECT FEEDFIL2 ASSIGN TO FEEDFIL2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDFIL2-STATUS.

           SELECT FEEDFIL3 ASSIGN TO FEEDFIL3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDFIL3-STATUS.

           SELECT ACKFIL1 ASSIGN TO ACKFIL1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKFIL1-STATUS.

           SELECT ACKFIL2 ASSIGN TO ACKFIL2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKFIL2-STATUS.

           SELECT ACKFIL3 ASSIGN TO ACKFIL3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKFIL3-STATUS.

           SELECT CHKFILE ASSIGN TO CHKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKFILE-STATUS.

           SELECT RUNSTAT ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.

           SELECT BALFILE ASSIGN TO BALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALFILE-STATUS.

           SELECT COVFILE ASSIGN TO COVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COVFILE-STATUS.

           SELECT CTLFILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT REJFILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJFILE-STATUS.

           SELECT RAGECFG ASSIGN TO RAGECFG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAGECFG-STATUS.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT FCSTCFG ASSIGN TO FCSTCFG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCSTCFG-STATUS.

           SELECT STATRPT ASSIGN TO STATRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDFIL1
           RECORDING MODE IS F.
       01  FEED1-RECORD            PIC X(80).

       FD  FEEDFIL2
           RECORDING MODE IS F.
       01  FEED2-RECORD            PIC X(80).

       FD  FEEDFIL3
           RECORDING MODE IS F.
       01  FEED3-RECORD            PIC X(80).

       FD  ACKFIL1
           RECORDING MODE IS F.
       01  ACK1-RECORD             PIC X(80).

       FD  ACKFIL2
           RECORDING MODE IS F.
       01  ACK2-RECORD             PIC X(80).

       FD  ACKFIL3
           RECORDING MODE IS F.
       01  ACK3-RECORD             PIC X(80).

       FD  CHKFILE
           RECORDING MODE IS F.
           COPY WCHKPNT REPLACING ==:PREFIX:== BY ==CHK==.

       FD  RUNSTAT
           RECORDING MODE IS F.
           COPY WRUNSTAT REPLACING ==:PREFIX:== BY ==STAT==.

       FD  BALFILE
           RECORDING MODE IS F.
           COPY WBALCERT REPLACING ==:PREFIX:== BY ==BAL==.

       FD  COVFILE
           RECORDING MODE IS F.
           COPY WCOVCERT REPLACING ==:PREFIX:== BY ==COV==.

       FD  CTLFILE.
           COPY WCOUNTER REPLACING ==:PREFIX:== BY ==CTL==.

       FD  REJFILE
           RECORDING MODE IS F.
           COPY WREJREC REPLACING ==:PREFIX:== BY ==REJ==.

       FD  RAGECFG
           RECORDING MODE IS F.
       01  RAGECFG-RECORD.
           05  GCFG-AGE-DAYS        PIC 9(3).

       FD  RUNHIST
           RECORDING MODE IS F.
           COPY WRUNSTAT REPLACING ==:PREFIX:== BY ==HIS==.

       FD  FCSTCFG
           RECORDING MODE IS F.
       01  FCSTCFG-RECORD.
           05  FCFG-WARN-DAYS       PIC 9(5).

       FD  STATRPT
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
      *    work overlays for whichever feed or acknowledgement record
      *    is in hand - header and trailer views of the same bytes
       01  WS-TRAN-IMAGE            PIC X(80).
       01  WS-HDR-VIEW REDEFINES WS-TRAN-IMAGE.
           05  WS-HV-REC-TYPE      PIC X(3).
               88  WS-HV-IS-HEADER          VALUE "HDR".
           05  WS-HV-BUSINESS-DATE PIC 9(8).
           05  WS-HV-FEED-ID       PIC X(8).
           05  FILLER              PIC X(61).
       01  WS-TRL-VIEW REDEFINES WS-TRAN-IMAGE.
           05  WS-TV-REC-TYPE      PIC X(3).
               88  WS-TV-IS-TRAILER         VALUE "TRL".
           05  WS-TV-RECORD-COUNT  PIC 9(9).
           05  FILLER              PIC X(68).

       COPY WACKREC REPLACING ==:PREFIX:== BY ==WS-ACK==.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  FILLER              PIC X(13).
       01  WS-LOCK-KEY              PIC X(8) VALUE "@LOCK@".
       01  WS-BALST-KEY             PIC X(8) VALUE "@BALST@".
       01  WS-BAT-RUN-ID            PIC X(8) VALUE SPACES.
       01  WS-BAT-RUN-STATE         PIC X(30) VALUE "NO CHECKPOINT".
       01  WS-BAT-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01  WS-AGE-DAYS              PIC 9(3) VALUE 3.
       01  WS-WARN-DAYS             PIC 9(5) VALUE 90.

      *    0 GREEN, 4 AMBER, 8 RED - only ever raised, never lowered
       01  WS-STATUS-LEVEL          PIC 9(1) VALUE ZERO.
           88  STATUS-GREEN                  VALUE 0.
           88  STATUS-AMBER                  VALUE 4.
           88  STATUS-RED                    VALUE 8.

       01  WS-WORK-FIELDS.
           05  WS-TODAY-INT         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-REC-INT           PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-REC-AGE           PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-AVG-TICKS         PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-MARGIN            PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-DAYS-LEFT         PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-LATEST-INT        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-PROJ-INT          PIC 9(8) COMP-3 VALUE ZERO.
           05  WS-RUN-LAG           PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-KEY-COUNTER       PIC X(8) VALUE SPACES.
           05  WS-ATTN-SEVERITY     PIC X(5) VALUE SPACES.
           05  WS-ATTN-TEXT         PIC X(60) VALUE SPACES.
           05  WS-NUM-EDIT          PIC Z(8)9.

       01  WS-COUNTS.
           05  WS-RUNSTAT-RECORDS   PIC 9(5) VALUE ZERO.
           05  WS-RUNSTAT-FOREIGN   PIC 9(5) VALUE ZERO.
           05  WS-REJ-OUTSTANDING   PIC 9(5) VALUE ZERO.
           05  WS-REJ-AGED          PIC 9(5) VALUE ZERO.
           05  WS-FCST-WARNINGS     PIC 9(3) VALUE ZERO.

       01  WS-SUBSCRIPTS.
           05  WS-FSUB             PIC 9(1) VALUE ZERO.
           05  WS-SUB              PIC 9(3) VALUE ZERO.
           05  WS-CTR-SUB          PIC 9(3) VALUE ZERO.

      *    one slot per feed: what the feed sent, and what its
      *    acknowledgement file says became of it
       01  WS-FEED-STATE.
           05  WS-FEED-ENTRY OCCURS 3 TIMES.
               10  WS-FD-PRESENT        PIC X(1).
                   88  FD-PRESENT             VALUE "Y".
               10  WS-FD-UNREADABLE     PIC X(1).
                   88  FD-UNREADABLE          VALUE "Y".
               10  WS-FD-ACK-STATE      PIC X(1).
                   88  FD-ACK-MISSING         VALUE "M".
                   88  FD-ACK-INCOMPLETE      VALUE "I".
                   88  FD-ACK-STALE           VALUE "S".
                   88  FD-ACK-WHOLE           VALUE "W".
               10  WS-FD-FEED-ID        PIC X(8).
               10  WS-FD-BUS-DATE       PIC 9(8).
               10  WS-FD-RECEIVED       PIC 9(9).
               10  WS-FD-ACK-READ       PIC 9(9).
               10  WS-FD-ACK-TRAILER    PIC 9(9).
               10  WS-FD-ASSIGNED       PIC 9(9).
               10  WS-FD-REENTERED      PIC 9(9).
               10  WS-FD-REJECTED       PIC 9(9).
               10  WS-FD-PENDED         PIC 9(9).
               10  WS-FD-HELD           PIC 9(9).
               10  WS-FD-REFUSED        PIC 9(9).
               10  WS-FD-UNPROCESSED    PIC 9(9).

      *    per counter, gathered from every source that names it
       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CTR-MAX          PIC 9(3) VALUE 50.
           05  WS-CTR-ENTRY OCCURS 50 TIMES.
               10  WS-CTR-ID            PIC X(8).
               10  WS-CTR-IN-RUN        PIC X(1).
                   88  CTR-IN-RUN             VALUE "Y".
               10  WS-CTR-TICKS         PIC 9(9).
               10  WS-CTR-HALTED        PIC X(1).
                   88  CTR-HALTED             VALUE "Y".
               10  WS-CTR-PENDED        PIC 9(9).
               10  WS-CTR-REFUSED       PIC 9(9).
               10  WS-CTR-BAL-STATUS    PIC X(1).
               10  WS-CTR-COV-STATUS    PIC X(1).
               10  WS-CTR-NIGHTS        PIC 9(5).
               10  WS-CTR-TOTAL-TICKS   PIC 9(12) COMP-3.
               10  WS-CTR-LAST-DATE     PIC 9(8).
               10  WS-CTR-LAST-END      PIC 9(9) COMP-3.
               10  WS-CTR-PROJ-DATE     PIC 9(8).
               10  WS-CTR-WARN          PIC X(1).
                   88  CTR-NEAR-CEILING       VALUE "Y".

      *    everything that needs a person this morning, in the order
      *    it was found
       01  WS-ATTN-TABLE.
           05  WS-ATTN-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-ATTN-MAX         PIC 9(3) VALUE 15.
           05  WS-ATTN-DROPPED     PIC 9(3) VALUE ZERO.
           05  WS-ATTN-ENTRY OCCURS 15 TIMES.
               10  WS-ATTN-SEV          PIC X(5).
               10  WS-ATTN-MSG          PIC X(60).

       01  WS-FLAGS.
           05  WS-FEEDFIL1-STATUS  PIC X(2) VALUE "00".
               88  FEEDFIL1-NOT-FOUND       VALUE "35".
           05  WS-FEEDFIL2-STATUS  PIC X(2) VALUE "00".
               88  FEEDFIL2-NOT-FOUND       VALUE "35".
           05  WS-FEEDFIL3-STATUS  PIC X(2) VALUE "00".
               88  FEEDFIL3-NOT-FOUND       VALUE "35".
           05  WS-ACKFIL1-STATUS   PIC X(2) VALUE "00".
               88  ACKFIL1-NOT-FOUND        VALUE "35".
           05  WS-ACKFIL2-STATUS   PIC X(2) VALUE "00".
               88  ACKFIL2-NOT-FOUND        VALUE "35".
           05  WS-ACKFIL3-STATUS   PIC X(2) VALUE "00".
               88  ACKFIL3-NOT-FOUND        VALUE "35".
           05  WS-CHKFILE-STATUS   PIC X(2) VALUE "00".
               88  CHKFILE-OK               VALUE "00".
               88  CHKFILE-NOT-FOUND        VALUE "35".
           05  WS-RUNSTAT-STATUS   PIC X(2) VALUE "00".
               88  RUNSTAT-AT-END           VALUE "10".
               88  RUNSTAT-NOT-FOUND        VALUE "35".
           05  WS-BALFILE-STATUS   PIC X(2) VALUE "00".
               88  BALFILE-AT-END           VALUE "10".
               88  BALFILE-NOT-FOUND        VALUE "35".
           05  WS-COVFILE-STATUS   PIC X(2) VALUE "00".
               88  COVFILE-AT-END           VALUE "10".
               88  COVFILE-NOT-FOUND        VALUE "35".
           05  WS-CTLFILE-STATUS   PIC X(2) VALUE "00".
               88  CTLFILE-OK               VALUE "00".
               88  CTLFILE-NOT-FOUND        VALUE "35".
           05  WS-REJFILE-STATUS   PIC X(2) VALUE "00".
               88  REJFILE-AT-END           VALUE "10".
               88  REJFILE-NOT-FOUND        VALUE "35".
           05  WS-RAGECFG-STATUS   PIC X(2) VALUE "00".
               88  RAGECFG-OK               VALUE "00".
               88  RAGECFG-NOT-FOUND        VALUE "35".
           05  WS-RUNHIST-STATUS   PIC X(2) VALUE "00".
               88  RUNHIST-AT-END           VALUE "10".
               88  RUNHIST-NOT-FOUND        VALUE "35".
           05  WS-FCSTCFG-STATUS   PIC X(2) VALUE "00".
               88  FCSTCFG-OK               VALUE "00".
               88  FCSTCFG-NOT-FOUND        VALUE "35".
           05  WS-STATRPT-STATUS   PIC X(2) VALUE "00".
           05  WS-READ-EOF-FLAG    PIC X(1) VALUE "N".
               88  FILE-READ-EOF            VALUE "Y".
           05  WS-RUN-DONE-FLAG    PIC X(1) VALUE "N".
               88  BATCH-RUN-COMPLETE       VALUE "Y".
           05  WS-BALST-FLAG       PIC X(1) VALUE "N".
               88  BALANCE-BLOCK-SET        VALUE "Y".
           05  WS-LOCK-FLAG        PIC X(1) VALUE "N".
               88  LOCK-HELD                VALUE "Y".
           05  WS-CTR-FULL-FLAG    PIC X(1) VALUE "N".
               88  CTR-TABLE-FULL           VALUE "Y".
           05  WS-BALST-RUN-ID     PIC X(8) VALUE SPACES.
           05  WS-LOCK-RUN-ID      PIC X(8) VALUE SPACES.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
               10  FILLER           PIC X(34) VALUE
                   "CNTRSTAT MORNING OPERATIONS STATUS".
               10  FILLER           PIC X(37) VALUE SPACES.
               10  RPT-HEAD-DATE    PIC 9(8).
               10  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RPT-RUN-LINE.
               10  FILLER           PIC X(22) VALUE
                   "BATCH RUN ID        :".
               10  RPT-RUN-ID       PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-RUN-STATE    PIC X(30).
               10  FILLER           PIC X(19) VALUE SPACES.
           05  WS-RPT-DATE-LINE.
               10  FILLER           PIC X(22) VALUE
                   "BUSINESS DATE       :".
               10  RPT-BUS-DATE     PIC 9(8).
               10  FILLER           PIC X(50) VALUE SPACES.
           05  WS-RPT-BLANK         PIC X(80) VALUE SPACES.
           05  WS-RPT-FEED-HEAD.
               10  FILLER           PIC X(8)  VALUE "FEED".
               10  FILLER           PIC X(36) VALUE
                   " RECEIVED ASSIGNED RE-ENTER REJECTED".
               10  FILLER           PIC X(36) VALUE
                   "   PENDED     HELD  REFUSED NOT-PROC".
           05  WS-RPT-FEED-LINE.
               10  RPT-FD-ID        PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-FD-RECEIVED  PIC ZZZZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-FD-ASSIGNED  PIC ZZZZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-FD-REENTERED PIC ZZZZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-FD-REJECTED  PIC ZZZZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-FD-PENDED    PIC ZZZZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-FD-HELD      PIC ZZZZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-FD-REFUSED   PIC ZZZZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-FD-UNPROC    PIC ZZZZZZZ9.
           05  WS-RPT-NO-FEED.
               10  FILLER           PIC X(10) VALUE "FEED FILE ".
               10  RPT-NO-FEED-NUM  PIC 9(1).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-NO-FEED-TEXT PIC X(40).
               10  FILLER           PIC X(28) VALUE SPACES.
           05  WS-RPT-CTR-HEAD.
               10  FILLER           PIC X(40) VALUE
                   "COUNTER      TICKS   PENDED REFUSED HALT".
               10  FILLER           PIC X(40) VALUE
                   " BALANCE      COVERAGE     FORECAST     ".
           05  WS-RPT-CTR-LINE.
               10  RPT-CT-ID        PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-CT-TICKS     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-CT-PENDED    PIC ZZZZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-CT-REFUSED   PIC ZZZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-CT-HALT      PIC X(4).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-CT-BAL       PIC X(12).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-CT-COV       PIC X(12).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-CT-FCST      PIC X(13).
           05  WS-RPT-TEXT-LINE.
               10  RPT-TXT-LABEL    PIC X(22).
               10  RPT-TXT-VALUE    PIC X(58).
           05  WS-RPT-COUNT-LINE.
               10  RPT-COUNT-LABEL  PIC X(22).
               10  RPT-COUNT        PIC ZZZZZZZZ9.
               10  RPT-COUNT-TEXT   PIC X(49).
           05  WS-RPT-ATTN-LINE.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  RPT-ATTN-SEV     PIC X(5).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-ATTN-MSG     PIC X(60).
               10  FILLER           PIC X(12) VALUE SPACES.
           05  WS-RPT-OVERALL.
               10  FILLER           PIC X(22) VALUE
                   "OVERALL STATUS      :".
               10  RPT-OVERALL      PIC X(5).
               10  FILLER           PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-CHECKPOINT
           PERFORM 2000-LOAD-RUN-FIGURES
           PERFORM 2200-LOAD-BALANCE-CERTS
           PERFORM 2300-LOAD-COVERAGE-CERTS
           PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 3
               PERFORM 3000-CHECK-FEED
               PERFORM 3200-CHECK-ACK
           END-PERFORM
           PERFORM 3900-CHECK-RUN-DATE
           PERFORM 4000-CHECK-CONTROL-FILE
           PERFORM 5000-AGE-REJECTS
           PERFORM 6000-FORECAST
           PERFORM 7000-JUDGE-COUNTERS
           PERFORM 8000-WRITE-REPORT
           PERFORM 9000-TERMINATE
           MOVE WS-STATUS-LEVEL TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 3
               MOVE "N"    TO WS-FD-PRESENT(WS-FSUB)
               MOVE "N"    TO WS-FD-UNREADABLE(WS-FSUB)
               MOVE "M"    TO WS-FD-ACK-STATE(WS-FSUB)
               MOVE SPACES TO WS-FD-FEED-ID(WS-FSUB)
               MOVE ZERO   TO WS-FD-BUS-DATE(WS-FSUB)
               MOVE ZERO   TO WS-FD-RECEIVED(WS-FSUB)
               MOVE ZERO   TO WS-FD-ACK-READ(WS-FSUB)
               MOVE ZERO   TO WS-FD-ACK-TRAILER(WS-FSUB)
               MOVE ZERO   TO WS-FD-ASSIGNED(WS-FSUB)
               MOVE ZERO   TO WS-FD-REENTERED(WS-FSUB)
               MOVE ZERO   TO WS-FD-REJECTED(WS-FSUB)
               MOVE ZERO   TO WS-FD-PENDED(WS-FSUB)
               MOVE ZERO   TO WS-FD-HELD(WS-FSUB)
               MOVE ZERO   TO WS-FD-REFUSED(WS-FSUB)
               MOVE ZERO   TO WS-FD-UNPROCESSED(WS-FSUB)
           END-PERFORM

           OPEN INPUT RAGECFG
           IF NOT RAGECFG-NOT-FOUND
               READ RAGECFG
               IF RAGECFG-OK AND GCFG-AGE-DAYS NUMERIC
                  AND GCFG-AGE-DAYS > ZERO
                   MOVE GCFG-AGE-DAYS TO WS-AGE-DAYS
               END-IF
               CLOSE RAGECFG
           END-IF

           OPEN INPUT FCSTCFG
           IF NOT FCSTCFG-NOT-FOUND
               READ FCSTCFG
               IF FCSTCFG-OK AND FCFG-WARN-DAYS NUMERIC
                  AND FCFG-WARN-DAYS > ZERO
                   MOVE FCFG-WARN-DAYS TO WS-WARN-DAYS
               END-IF
               CLOSE FCSTCFG
           END-IF.

      *    the checkpoint names tonight's batch run - run figures and
      *    certificates count only when they carry its id
       1100-READ-CHECKPOINT.
           OPEN INPUT CHKFILE
           IF CHKFILE-NOT-FOUND
               MOVE "RED" TO WS-ATTN-SEVERITY
               MOVE "NO CHECKPOINT - BATCH RUN NOT SEEN" TO WS-ATTN-TEXT
               PERFORM 8900-RAISE-ATTENTION
           ELSE
               READ CHKFILE
                   AT END
                       CONTINUE
               END-READ
               IF CHKFILE-OK
                   MOVE CHK-RUN-ID TO WS-BAT-RUN-ID
                   IF CHK-COMPLETE
                       SET BATCH-RUN-COMPLETE TO TRUE
                       MOVE "COMPLETE" TO WS-BAT-RUN-STATE
                   ELSE
                       MOVE "IN-FLIGHT - RUN DID NOT FINISH"
                           TO WS-BAT-RUN-STATE
                       MOVE "RED" TO WS-ATTN-SEVERITY
                       MOVE "BATCH RUN DID NOT FINISH - RESTART IT"
                           TO WS-ATTN-TEXT
                       PERFORM 8900-RAISE-ATTENTION
                   END-IF
               ELSE
                   MOVE "RED" TO WS-ATTN-SEVERITY
                   MOVE "CHECKPOINT EMPTY - BATCH RUN NOT SEEN"
                       TO WS-ATTN-TEXT
                   PERFORM 8900-RAISE-ATTENTION
               END-IF
               CLOSE CHKFILE
           END-IF.

       2000-LOAD-RUN-FIGURES.
           OPEN INPUT RUNSTAT
           IF RUNSTAT-NOT-FOUND
               SET RUNSTAT-AT-END TO TRUE
           ELSE
               READ RUNSTAT
                   AT END
                       SET RUNSTAT-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 2100-LOAD-RUN-FIGURE
               UNTIL RUNSTAT-AT-END
           IF NOT RUNSTAT-NOT-FOUND
               CLOSE RUNSTAT
           END-IF
           IF WS-RUNSTAT-FOREIGN > ZERO AND BATCH-RUN-COMPLETE
               MOVE "RED" TO WS-ATTN-SEVERITY
               MOVE "RUN FIGURES ARE NOT FROM TONIGHT'S RUN"
                   TO WS-ATTN-TEXT
               PERFORM 8900-RAISE-ATTENTION
           END-IF.

       2100-LOAD-RUN-FIGURE.
           ADD 1 TO WS-RUNSTAT-RECORDS
           IF STAT-RUN-ID NOT = WS-BAT-RUN-ID
               ADD 1 TO WS-RUNSTAT-FOREIGN
           ELSE
               MOVE STAT-DATE       TO WS-BAT-RUN-DATE
               MOVE STAT-COUNTER-ID TO WS-KEY-COUNTER
               PERFORM 2900-FIND-OR-ADD-COUNTER
               IF WS-CTR-SUB > ZERO
                   MOVE "Y"        TO WS-CTR-IN-RUN(WS-CTR-SUB)
                   MOVE STAT-TICKS TO WS-CTR-TICKS(WS-CTR-SUB)
                   MOVE STAT-HALT-FLAG TO WS-CTR-HALTED(WS-CTR-SUB)
                   MOVE STAT-PENDED TO WS-CTR-PENDED(WS-CTR-SUB)
               END-IF
           END-IF
           READ RUNSTAT
               AT END
                   SET RUNSTAT-AT-END TO TRUE
           END-READ.

       2200-LOAD-BALANCE-CERTS.
           OPEN INPUT BALFILE
           IF BALFILE-NOT-FOUND
               SET BALFILE-AT-END TO TRUE
           ELSE
               READ BALFILE
                   AT END
                       SET BALFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 2210-LOAD-BALANCE-CERT
               UNTIL BALFILE-AT-END
           IF NOT BALFILE-NOT-FOUND
               CLOSE BALFILE
           END-IF.

       2210-LOAD-BALANCE-CERT.
           IF BAL-RUN-ID = WS-BAT-RUN-ID
               MOVE BAL-COUNTER-ID TO WS-KEY-COUNTER
               PERFORM 2900-FIND-OR-ADD-COUNTER
               IF WS-CTR-SUB > ZERO
                   MOVE BAL-STATUS TO WS-CTR-BAL-STATUS(WS-CTR-SUB)
               END-IF
           END-IF
           READ BALFILE
               AT END
                   SET BALFILE-AT-END TO TRUE
           END-READ.

       2300-LOAD-COVERAGE-CERTS.
           OPEN INPUT COVFILE
           IF COVFILE-NOT-FOUND
               SET COVFILE-AT-END TO TRUE
           ELSE
               READ COVFILE
                   AT END
                       SET COVFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 2310-LOAD-COVERAGE-CERT
               UNTIL COVFILE-AT-END
           IF NOT COVFILE-NOT-FOUND
               CLOSE COVFILE
           END-IF.

       2310-LOAD-COVERAGE-CERT.
           IF COV-RUN-ID = WS-BAT-RUN-ID
               MOVE COV-COUNTER-ID TO WS-KEY-COUNTER
               PERFORM 2900-FIND-OR-ADD-COUNTER
               IF WS-CTR-SUB > ZERO
                   MOVE COV-STATUS TO WS-CTR-COV-STATUS(WS-CTR-SUB)
               END-IF
           END-IF
           READ COVFILE
               AT END
                   SET COVFILE-AT-END TO TRUE
           END-READ.

       2900-FIND-OR-ADD-COUNTER.
           PERFORM 2950-FIND-COUNTER
           IF WS-CTR-SUB = ZERO
               IF WS-CTR-COUNT < WS-CTR-MAX
                   ADD 1 TO WS-CTR-COUNT
                   MOVE WS-CTR-COUNT TO WS-CTR-SUB
                   MOVE WS-KEY-COUNTER TO WS-CTR-ID(WS-CTR-SUB)
                   MOVE "N"  TO WS-CTR-IN-RUN(WS-CTR-SUB)
                   MOVE ZERO TO WS-CTR-TICKS(WS-CTR-SUB)
                   MOVE "N"  TO WS-CTR-HALTED(WS-CTR-SUB)
                   MOVE ZERO TO WS-CTR-PENDED(WS-CTR-SUB)
                   MOVE ZERO TO WS-CTR-REFUSED(WS-CTR-SUB)
                   MOVE SPACE TO WS-CTR-BAL-STATUS(WS-CTR-SUB)
                   MOVE SPACE TO WS-CTR-COV-STATUS(WS-CTR-SUB)
                   MOVE ZERO TO WS-CTR-NIGHTS(WS-CTR-SUB)
                   MOVE ZERO TO WS-CTR-TOTAL-TICKS(WS-CTR-SUB)
                   MOVE ZERO TO WS-CTR-LAST-DATE(WS-CTR-SUB)
                   MOVE ZERO TO WS-CTR-LAST-END(WS-CTR-SUB)
                   MOVE ZERO TO WS-CTR-PROJ-DATE(WS-CTR-SUB)
                   MOVE "N"  TO WS-CTR-WARN(WS-CTR-SUB)
               ELSE
                   DISPLAY "CNTRSTAT: COUNTER TABLE FULL - "
                       WS-KEY-COUNTER " NOT REPORTED"
                   IF NOT CTR-TABLE-FULL
                       MOVE "RED" TO WS-ATTN-SEVERITY
                       MOVE "COUNTER TABLE FULL - PAGE IS INCOMPLETE"
                           TO WS-ATTN-TEXT
                       PERFORM 8900-RAISE-ATTENTION
                   END-IF
                   SET CTR-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       2950-FIND-COUNTER.
           MOVE ZERO TO WS-CTR-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CTR-COUNT
               IF WS-CTR-ID(WS-SUB) = WS-KEY-COUNTER
                   MOVE WS-SUB TO WS-CTR-SUB
               END-IF
           END-PERFORM.

      *    the feed as it arrived: its header facts and how many
      *    data records it carried
       3000-CHECK-FEED.
           PERFORM 3500-OPEN-FEED
           IF FD-PRESENT(WS-FSUB)
               PERFORM 3510-READ-FEED
               IF FILE-READ-EOF OR NOT WS-HV-IS-HEADER
                   MOVE "Y" TO WS-FD-UNREADABLE(WS-FSUB)
               ELSE
                   MOVE WS-HV-FEED-ID TO WS-FD-FEED-ID(WS-FSUB)
                   MOVE WS-HV-BUSINESS-DATE
                       TO WS-FD-BUS-DATE(WS-FSUB)
                   IF WS-BUSINESS-DATE = ZERO
                       MOVE WS-HV-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
                   PERFORM 3510-READ-FEED
                   PERFORM 3100-COUNT-FEED-RECORD
                       UNTIL FILE-READ-EOF OR WS-TV-IS-TRAILER
               END-IF
               PERFORM 3520-CLOSE-FEED
           END-IF.

       3100-COUNT-FEED-RECORD.
           ADD 1 TO WS-FD-RECEIVED(WS-FSUB)
           PERFORM 3510-READ-FEED.

      *    the acknowledgement must answer every record the feed
      *    sent, under a trailer that counts what it holds - and
      *    under the feed's own header, since a night that failed
      *    before STEP050 leaves the previous night's file in place
       3200-CHECK-ACK.
           IF FD-PRESENT(WS-FSUB) AND NOT FD-UNREADABLE(WS-FSUB)
               PERFORM 3600-OPEN-ACK
               IF NOT FILE-READ-EOF
                   PERFORM 3610-READ-ACK
                   IF NOT FILE-READ-EOF AND WS-HV-IS-HEADER
                      AND (WS-HV-BUSINESS-DATE NOT =
                               WS-FD-BUS-DATE(WS-FSUB)
                           OR WS-HV-FEED-ID NOT =
                               WS-FD-FEED-ID(WS-FSUB))
                       SET FD-ACK-STALE(WS-FSUB) TO TRUE
                   END-IF
                   IF NOT FILE-READ-EOF AND WS-HV-IS-HEADER
                      AND NOT FD-ACK-STALE(WS-FSUB)
                       SET FD-ACK-INCOMPLETE(WS-FSUB) TO TRUE
                       PERFORM 3610-READ-ACK
                       PERFORM 3300-COUNT-ACK-RECORD
                           UNTIL FILE-READ-EOF OR WS-TV-IS-TRAILER
                       IF WS-TV-IS-TRAILER AND NOT FILE-READ-EOF
                          AND WS-TV-RECORD-COUNT =
                              WS-FD-ACK-READ(WS-FSUB)
                          AND WS-FD-ACK-READ(WS-FSUB) -
                              WS-FD-REENTERED(WS-FSUB) =
                              WS-FD-RECEIVED(WS-FSUB)
                           SET FD-ACK-WHOLE(WS-FSUB) TO TRUE
                       END-IF
                   END-IF
                   PERFORM 3620-CLOSE-ACK
               END-IF
               PERFORM 3400-JUDGE-FEED
           END-IF.

       3300-COUNT-ACK-RECORD.
           ADD 1 TO WS-FD-ACK-READ(WS-FSUB)
           MOVE WS-TRAN-IMAGE TO WS-ACK-RECORD
           EVALUATE TRUE
               WHEN WS-ACK-ASSIGNED
                   IF WS-ACK-REASON-TEXT =
                      "RE-ENTERED FROM EARLIER NIGHT"
                       ADD 1 TO WS-FD-REENTERED(WS-FSUB)
                   ELSE
                       ADD 1 TO WS-FD-ASSIGNED(WS-FSUB)
                   END-IF
               WHEN WS-ACK-REJECTED
                   ADD 1 TO WS-FD-REJECTED(WS-FSUB)
               WHEN WS-ACK-PENDED
                   ADD 1 TO WS-FD-PENDED(WS-FSUB)
               WHEN WS-ACK-HELD
                   ADD 1 TO WS-FD-HELD(WS-FSUB)
               WHEN WS-ACK-REFUSED
                   ADD 1 TO WS-FD-REFUSED(WS-FSUB)
                   MOVE WS-ACK-COUNTER-ID TO WS-KEY-COUNTER
                   PERFORM 2900-FIND-OR-ADD-COUNTER
                   IF WS-CTR-SUB > ZERO
                       ADD 1 TO WS-CTR-REFUSED(WS-CTR-SUB)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FD-UNPROCESSED(WS-FSUB)
           END-EVALUATE
           PERFORM 3610-READ-ACK.

       3400-JUDGE-FEED.
           MOVE SPACES TO WS-ATTN-TEXT
           IF NOT FD-ACK-WHOLE(WS-FSUB)
               MOVE "RED" TO WS-ATTN-SEVERITY
               IF FD-ACK-MISSING(WS-FSUB)
                   STRING "FEED " WS-FD-FEED-ID(WS-FSUB)
                       " NOT ACKNOWLEDGED" DELIMITED BY SIZE
                       INTO WS-ATTN-TEXT
               ELSE
               IF FD-ACK-STALE(WS-FSUB)
                   STRING "FEED " WS-FD-FEED-ID(WS-FSUB)
                       " NOT ACKNOWLEDGED - ACK FILE IS ANOTHER NIGHT'S"
                       DELIMITED BY SIZE INTO WS-ATTN-TEXT
               ELSE
                   STRING "FEED " WS-FD-FEED-ID(WS-FSUB)
                       " ACKNOWLEDGEMENT DOES NOT ANSWER IT"
                       DELIMITED BY SIZE INTO WS-ATTN-TEXT
               END-IF
               END-IF
               PERFORM 8900-RAISE-ATTENTION
           END-IF
           IF WS-FD-UNPROCESSED(WS-FSUB) > ZERO
               MOVE "RED" TO WS-ATTN-SEVERITY
               MOVE SPACES TO WS-ATTN-TEXT
               STRING "FEED " WS-FD-FEED-ID(WS-FSUB)
                   " HAS TRANSACTIONS NOT PROCESSED" DELIMITED BY SIZE
                   INTO WS-ATTN-TEXT
               PERFORM 8900-RAISE-ATTENTION
           END-IF
           IF WS-FD-REJECTED(WS-FSUB) > ZERO
               MOVE "AMBER" TO WS-ATTN-SEVERITY
               MOVE SPACES TO WS-ATTN-TEXT
               STRING "FEED " WS-FD-FEED-ID(WS-FSUB)
                   " HAS REJECTS TO REPAIR" DELIMITED BY SIZE
                   INTO WS-ATTN-TEXT
               PERFORM 8900-RAISE-ATTENTION
           END-IF
           IF WS-FD-PENDED(WS-FSUB) + WS-FD-HELD(WS-FSUB) > ZERO
               MOVE "AMBER" TO WS-ATTN-SEVERITY
               MOVE SPACES TO WS-ATTN-TEXT
               STRING "FEED " WS-FD-FEED-ID(WS-FSUB)
                   " HAS WORK PENDED OR HELD" DELIMITED BY SIZE
                   INTO WS-ATTN-TEXT
               PERFORM 8900-RAISE-ATTENTION
           END-IF.

       3500-OPEN-FEED.
           MOVE "Y" TO WS-FD-PRESENT(WS-FSUB)
           EVALUATE WS-FSUB
               WHEN 1
                   OPEN INPUT FEEDFIL1
                   IF FEEDFIL1-NOT-FOUND
                       MOVE "N" TO WS-FD-PRESENT(WS-FSUB)
                   END-IF
               WHEN 2
                   OPEN INPUT FEEDFIL2
                   IF FEEDFIL2-NOT-FOUND
                       MOVE "N" TO WS-FD-PRESENT(WS-FSUB)
                   END-IF
               WHEN 3
                   OPEN INPUT FEEDFIL3
                   IF FEEDFIL3-NOT-FOUND
                       MOVE "N" TO WS-FD-PRESENT(WS-FSUB)
                   END-IF
           END-EVALUATE.

       3510-READ-FEED.
           MOVE "N" TO WS-READ-EOF-FLAG
           EVALUATE WS-FSUB
               WHEN 1
                   READ FEEDFIL1
                       AT END
                           SET FILE-READ-EOF TO TRUE
                       NOT AT END
                           MOVE FEED1-RECORD TO WS-TRAN-IMAGE
                   END-READ
               WHEN 2
                   READ FEEDFIL2
                       AT END
                           SET FILE-READ-EOF TO TRUE
                       NOT AT END
                           MOVE FEED2-RECORD TO WS-TRAN-IMAGE
                   END-READ
               WHEN 3
                   READ FEEDFIL3
                       AT END
                           SET FILE-READ-EOF TO TRUE
                       NOT AT END
                           MOVE FEED3-RECORD TO WS-TRAN-IMAGE
                   END-READ
           END-EVALUATE.

       3520-CLOSE-FEED.
           EVALUATE WS-FSUB
               WHEN 1
                   CLOSE FEEDFIL1
               WHEN 2
                   CLOSE FEEDFIL2
               WHEN 3
                   CLOSE FEEDFIL3
           END-EVALUATE.

      *    an acknowledgement file not on hand reads as empty
       3600-OPEN-ACK.
           MOVE "N" TO WS-READ-EOF-FLAG
           EVALUATE WS-FSUB
               WHEN 1
                   OPEN INPUT ACKFIL1
                   IF ACKFIL1-NOT-FOUND
                       SET FILE-READ-EOF TO TRUE
                   END-IF
               WHEN 2
                   OPEN INPUT ACKFIL2
                   IF ACKFIL2-NOT-FOUND
                       SET FILE-READ-EOF TO TRUE
                   END-IF
               WHEN 3
                   OPEN INPUT ACKFIL3
                   IF ACKFIL3-NOT-FOUND
                       SET FILE-READ-EOF TO TRUE
                   END-IF
           END-EVALUATE.

       3610-READ-ACK.
           MOVE "N" TO WS-READ-EOF-FLAG
           EVALUATE WS-FSUB
               WHEN 1
                   READ ACKFIL1
                       AT END
                           SET FILE-READ-EOF TO TRUE
                       NOT AT END
                           MOVE ACK1-RECORD TO WS-TRAN-IMAGE
                   END-READ
               WHEN 2
                   READ ACKFIL2
                       AT END
                           SET FILE-READ-EOF TO TRUE
                       NOT AT END
                           MOVE ACK2-RECORD TO WS-TRAN-IMAGE
                   END-READ
               WHEN 3
                   READ ACKFIL3
                       AT END
                           SET FILE-READ-EOF TO TRUE
                       NOT AT END
                           MOVE ACK3-RECORD TO WS-TRAN-IMAGE
                   END-READ
           END-EVALUATE.

       3620-CLOSE-ACK.
           EVALUATE WS-FSUB
               WHEN 1
                   CLOSE ACKFIL1
               WHEN 2
                   CLOSE ACKFIL2
               WHEN 3
                   CLOSE ACKFIL3
           END-EVALUATE.

      *    the run named on the checkpoint must be the run for the
      *    feeds on hand: a night that failed before the batch step
      *    leaves the previous run's checkpoint, figures and
      *    certificates in place, all under one matching run id. A
      *    run for a business date starts that evening or just after
      *    midnight, so its figures are dated that day or the next
       3900-CHECK-RUN-DATE.
           IF WS-BAT-RUN-DATE NOT = ZERO AND WS-BUSINESS-DATE NOT = ZERO
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-BAT-RUN-DATE) = 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE) = 0
               COMPUTE WS-RUN-LAG =
                   FUNCTION INTEGER-OF-DATE(WS-BAT-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               IF WS-RUN-LAG < 0 OR WS-RUN-LAG > 1
                   MOVE "NOT TONIGHT'S BUSINESS DATE"
                       TO WS-BAT-RUN-STATE
                   MOVE "RED" TO WS-ATTN-SEVERITY
                   MOVE "BATCH RUN IS NOT FOR TONIGHT'S BUSINESS DATE"
                       TO WS-ATTN-TEXT
                   PERFORM 8900-RAISE-ATTENTION
               END-IF
           END-IF.

      *    at the end of the night nothing should hold the lock, and
      *    a set balance block stops tomorrow's run
       4000-CHECK-CONTROL-FILE.
           OPEN INPUT CTLFILE
           IF CTLFILE-NOT-FOUND
               MOVE "RED" TO WS-ATTN-SEVERITY
               MOVE "CONTROL FILE NOT ON HAND" TO WS-ATTN-TEXT
               PERFORM 8900-RAISE-ATTENTION
           ELSE
               MOVE WS-BALST-KEY TO CTL-ID
               READ CTLFILE
               IF CTLFILE-OK AND CTL-VALUE = 1
                   SET BALANCE-BLOCK-SET TO TRUE
                   MOVE CTL-RUN-ID TO WS-BALST-RUN-ID
                   MOVE "RED" TO WS-ATTN-SEVERITY
                   MOVE "@BALST@ SET - CLEAR VIA CNTRMAINT CLRBAL"
                       TO WS-ATTN-TEXT
                   PERFORM 8900-RAISE-ATTENTION
               END-IF
               MOVE WS-LOCK-KEY TO CTL-ID
               READ CTLFILE
               IF CTLFILE-OK AND CTL-VALUE = 1
                   SET LOCK-HELD TO TRUE
                   MOVE CTL-RUN-ID TO WS-LOCK-RUN-ID
                   MOVE "RED" TO WS-ATTN-SEVERITY
                   MOVE "@LOCK@ ORPHANED - CLEAR VIA CNTRMAINT UNLOCK"
                       TO WS-ATTN-TEXT
                   PERFORM 8900-RAISE-ATTENTION
               END-IF
               CLOSE CTLFILE
           END-IF.

      *    the CNTRRAGE test: outstanding longer than the threshold,
      *    or with a date nobody can read
       5000-AGE-REJECTS.
           OPEN INPUT REJFILE
           IF REJFILE-NOT-FOUND
               SET REJFILE-AT-END TO TRUE
           ELSE
               READ REJFILE
                   AT END
                       SET REJFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 5100-AGE-REJECT
               UNTIL REJFILE-AT-END
           IF NOT REJFILE-NOT-FOUND
               CLOSE REJFILE
           END-IF
           IF WS-REJ-AGED > ZERO
               MOVE "AMBER" TO WS-ATTN-SEVERITY
               MOVE "REJECTS OUTSTANDING PAST THE AGING THRESHOLD"
                   TO WS-ATTN-TEXT
               PERFORM 8900-RAISE-ATTENTION
           END-IF.

       5100-AGE-REJECT.
           IF REJ-OUTSTANDING
               ADD 1 TO WS-REJ-OUTSTANDING
               MOVE ZERO TO WS-REC-AGE
               IF REJ-DATE NUMERIC
                   COMPUTE WS-REC-INT =
                       FUNCTION INTEGER-OF-DATE(REJ-DATE)
                   COMPUTE WS-REC-AGE = WS-TODAY-INT - WS-REC-INT
               END-IF
               IF WS-REC-AGE > WS-AGE-DAYS
                  OR REJ-DATE NOT NUMERIC
                   ADD 1 TO WS-REJ-AGED
               END-IF
           END-IF
           READ REJFILE
               AT END
                   SET REJFILE-AT-END TO TRUE
           END-READ.

      *    the CNTRFCST projection: average nightly ticks against
      *    the distance left to the ceiling from the latest end value
       6000-FORECAST.
           OPEN INPUT RUNHIST
           IF RUNHIST-NOT-FOUND
               SET RUNHIST-AT-END TO TRUE
           ELSE
               READ RUNHIST
                   AT END
                       SET RUNHIST-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 6010-TALLY-RUN-FIGURE
               UNTIL RUNHIST-AT-END
           IF NOT RUNHIST-NOT-FOUND
               CLOSE RUNHIST
           END-IF
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-COUNT
               IF WS-CTR-NIGHTS(WS-CTR-SUB) > ZERO
                   PERFORM 6020-PROJECT-COUNTER
               END-IF
           END-PERFORM.

      *    only counters already on the page are projected - the run
      *    history holds every counter ever run, retired ones too
       6010-TALLY-RUN-FIGURE.
           MOVE HIS-COUNTER-ID TO WS-KEY-COUNTER
           PERFORM 2950-FIND-COUNTER
           IF WS-CTR-SUB > ZERO
               ADD 1 TO WS-CTR-NIGHTS(WS-CTR-SUB)
               ADD HIS-TICKS TO WS-CTR-TOTAL-TICKS(WS-CTR-SUB)
               IF HIS-DATE NOT < WS-CTR-LAST-DATE(WS-CTR-SUB)
                   MOVE HIS-DATE TO WS-CTR-LAST-DATE(WS-CTR-SUB)
                   MOVE HIS-END-VALUE TO WS-CTR-LAST-END(WS-CTR-SUB)
               END-IF
           END-IF
           READ RUNHIST
               AT END
                   SET RUNHIST-AT-END TO TRUE
           END-READ.

       6020-PROJECT-COUNTER.
           DIVIDE WS-CTR-TOTAL-TICKS(WS-CTR-SUB)
               BY WS-CTR-NIGHTS(WS-CTR-SUB)
               GIVING WS-AVG-TICKS
           COMPUTE WS-MARGIN =
               999999999 - WS-CTR-LAST-END(WS-CTR-SUB)
           IF WS-AVG-TICKS > ZERO
               DIVIDE WS-MARGIN BY WS-AVG-TICKS
                   GIVING WS-DAYS-LEFT
               IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   COMPUTE WS-LATEST-INT = FUNCTION INTEGER-OF-DATE
                       (WS-CTR-LAST-DATE(WS-CTR-SUB))
                   COMPUTE WS-PROJ-INT =
                       WS-LATEST-INT + WS-DAYS-LEFT
                   COMPUTE WS-CTR-PROJ-DATE(WS-CTR-SUB) =
                       FUNCTION DATE-OF-INTEGER(WS-PROJ-INT)
                   MOVE "Y" TO WS-CTR-WARN(WS-CTR-SUB)
                   ADD 1 TO WS-FCST-WARNINGS
               END-IF
           END-IF.

      *    every counter tonight's run touched must carry both of
      *    tonight's certificates, and both must be clean
       7000-JUDGE-COUNTERS.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-COUNT
               PERFORM 7100-JUDGE-COUNTER
           END-PERFORM
           IF WS-FCST-WARNINGS > ZERO
               MOVE "AMBER" TO WS-ATTN-SEVERITY
               MOVE "COUNTERS INSIDE THE CEILING FORECAST HORIZON"
                   TO WS-ATTN-TEXT
               PERFORM 8900-RAISE-ATTENTION
           END-IF.

       7100-JUDGE-COUNTER.
           MOVE SPACES TO WS-ATTN-TEXT
           EVALUATE TRUE
               WHEN CTR-HALTED(WS-CTR-SUB)
                   MOVE "RED" TO WS-ATTN-SEVERITY
                   STRING "COUNTER " WS-CTR-ID(WS-CTR-SUB)
                       " HALTED" DELIMITED BY SIZE INTO WS-ATTN-TEXT
               WHEN WS-CTR-BAL-STATUS(WS-CTR-SUB) = "O"
                   MOVE "RED" TO WS-ATTN-SEVERITY
                   STRING "COUNTER " WS-CTR-ID(WS-CTR-SUB)
                       " OUT OF BALANCE" DELIMITED BY SIZE
                       INTO WS-ATTN-TEXT
               WHEN WS-CTR-COV-STATUS(WS-CTR-SUB) = "G"
                 OR WS-CTR-COV-STATUS(WS-CTR-SUB) = "D"
                   MOVE "RED" TO WS-ATTN-SEVERITY
                   STRING "COUNTER " WS-CTR-ID(WS-CTR-SUB)
                       " COVERAGE HAS GAPS OR DUPLICATES"
                       DELIMITED BY SIZE INTO WS-ATTN-TEXT
               WHEN CTR-IN-RUN(WS-CTR-SUB)
                AND (WS-CTR-BAL-STATUS(WS-CTR-SUB) = SPACE
                  OR WS-CTR-COV-STATUS(WS-CTR-SUB) = SPACE)
                   MOVE "RED" TO WS-ATTN-SEVERITY
                   STRING "COUNTER " WS-CTR-ID(WS-CTR-SUB)
                       " NOT CERTIFIED FOR TONIGHT'S RUN"
                       DELIMITED BY SIZE INTO WS-ATTN-TEXT
               WHEN WS-CTR-COV-STATUS(WS-CTR-SUB) = "U"
                   MOVE "AMBER" TO WS-ATTN-SEVERITY
                   STRING "COUNTER " WS-CTR-ID(WS-CTR-SUB)
                       " WRAPPED - COVERAGE NOT PROVABLE"
                       DELIMITED BY SIZE INTO WS-ATTN-TEXT
               WHEN WS-CTR-REFUSED(WS-CTR-SUB) > ZERO
                   MOVE "AMBER" TO WS-ATTN-SEVERITY
                   STRING "COUNTER " WS-CTR-ID(WS-CTR-SUB)
                       " REFUSED TRANSACTIONS" DELIMITED BY SIZE
                       INTO WS-ATTN-TEXT
           END-EVALUATE
           IF WS-ATTN-TEXT NOT = SPACES
               PERFORM 8900-RAISE-ATTENTION
           END-IF.

       8000-WRITE-REPORT.
           OPEN OUTPUT STATRPT
           MOVE WS-CURRENT-DATE TO RPT-HEAD-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BAT-RUN-ID    TO RPT-RUN-ID
           MOVE WS-BAT-RUN-STATE TO RPT-RUN-STATE
           MOVE WS-RPT-RUN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BUSINESS-DATE TO RPT-BUS-DATE
           MOVE WS-RPT-DATE-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RPT-BLANK TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-FEED-HEAD TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 3
               PERFORM 8100-WRITE-FEED-LINE
           END-PERFORM

           MOVE WS-RPT-BLANK TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-CTR-HEAD TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-COUNT
               IF CTR-IN-RUN(WS-CTR-SUB)
                  OR WS-CTR-REFUSED(WS-CTR-SUB) > ZERO
                  OR CTR-NEAR-CEILING(WS-CTR-SUB)
                  OR WS-CTR-BAL-STATUS(WS-CTR-SUB) NOT = SPACE
                  OR WS-CTR-COV-STATUS(WS-CTR-SUB) NOT = SPACE
                   PERFORM 8200-WRITE-COUNTER-LINE
               END-IF
           END-PERFORM

           MOVE WS-RPT-BLANK TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8300-WRITE-CONTROL-LINES

           MOVE "REJECTS OUTSTANDING :" TO RPT-COUNT-LABEL
           MOVE WS-REJ-OUTSTANDING      TO RPT-COUNT
           MOVE SPACES                  TO RPT-COUNT-TEXT
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "REJECTS AGED        :" TO RPT-COUNT-LABEL
           MOVE WS-REJ-AGED             TO RPT-COUNT
           MOVE WS-AGE-DAYS             TO WS-NUM-EDIT
           MOVE SPACES                  TO RPT-COUNT-TEXT
           STRING " OUTSTANDING MORE THAN" WS-NUM-EDIT " DAYS"
               DELIMITED BY SIZE INTO RPT-COUNT-TEXT
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "NEAR CEILING        :" TO RPT-COUNT-LABEL
           MOVE WS-FCST-WARNINGS        TO RPT-COUNT
           MOVE WS-WARN-DAYS            TO WS-NUM-EDIT
           MOVE SPACES                  TO RPT-COUNT-TEXT
           STRING " COUNTERS INSIDE" WS-NUM-EDIT " DAYS"
               DELIMITED BY SIZE INTO RPT-COUNT-TEXT
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RPT-BLANK TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ATTENTION           :" TO RPT-COUNT-LABEL
           COMPUTE RPT-COUNT = WS-ATTN-COUNT + WS-ATTN-DROPPED
           MOVE SPACES                  TO RPT-COUNT-TEXT
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ATTN-COUNT
               MOVE WS-ATTN-SEV(WS-SUB) TO RPT-ATTN-SEV
               MOVE WS-ATTN-MSG(WS-SUB) TO RPT-ATTN-MSG
               MOVE WS-RPT-ATTN-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           IF WS-ATTN-DROPPED > ZERO
               MOVE SPACES TO RPT-ATTN-SEV
               MOVE SPACES TO RPT-ATTN-MSG
               MOVE WS-ATTN-DROPPED TO WS-NUM-EDIT
               STRING "AND" WS-NUM-EDIT " MORE - SEE THE STEP REPORTS"
                   DELIMITED BY SIZE INTO RPT-ATTN-MSG
               MOVE WS-RPT-ATTN-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE WS-RPT-BLANK TO RPT-LINE
           WRITE RPT-LINE
           EVALUATE TRUE
               WHEN STATUS-RED
                   MOVE "RED"   TO RPT-OVERALL
               WHEN STATUS-AMBER
                   MOVE "AMBER" TO RPT-OVERALL
               WHEN OTHER
                   MOVE "GREEN" TO RPT-OVERALL
           END-EVALUATE
           MOVE WS-RPT-OVERALL TO RPT-LINE
           WRITE RPT-LINE.

       8100-WRITE-FEED-LINE.
           IF NOT FD-PRESENT(WS-FSUB) OR FD-UNREADABLE(WS-FSUB)
               MOVE WS-FSUB TO RPT-NO-FEED-NUM
               IF FD-UNREADABLE(WS-FSUB)
                   MOVE "NO HEADER - NOT TAKEN IN"
                       TO RPT-NO-FEED-TEXT
               ELSE
                   MOVE "NOT RECEIVED" TO RPT-NO-FEED-TEXT
               END-IF
               MOVE WS-RPT-NO-FEED TO RPT-LINE
           ELSE
               MOVE WS-FD-FEED-ID(WS-FSUB)     TO RPT-FD-ID
               MOVE WS-FD-RECEIVED(WS-FSUB)    TO RPT-FD-RECEIVED
               MOVE WS-FD-ASSIGNED(WS-FSUB)    TO RPT-FD-ASSIGNED
               MOVE WS-FD-REENTERED(WS-FSUB)   TO RPT-FD-REENTERED
               MOVE WS-FD-REJECTED(WS-FSUB)    TO RPT-FD-REJECTED
               MOVE WS-FD-PENDED(WS-FSUB)      TO RPT-FD-PENDED
               MOVE WS-FD-HELD(WS-FSUB)        TO RPT-FD-HELD
               MOVE WS-FD-REFUSED(WS-FSUB)     TO RPT-FD-REFUSED
               MOVE WS-FD-UNPROCESSED(WS-FSUB) TO RPT-FD-UNPROC
               MOVE WS-RPT-FEED-LINE TO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       8200-WRITE-COUNTER-LINE.
           MOVE WS-CTR-ID(WS-CTR-SUB)      TO RPT-CT-ID
           MOVE WS-CTR-TICKS(WS-CTR-SUB)   TO RPT-CT-TICKS
           MOVE WS-CTR-PENDED(WS-CTR-SUB)  TO RPT-CT-PENDED
           MOVE WS-CTR-REFUSED(WS-CTR-SUB) TO RPT-CT-REFUSED
           IF CTR-HALTED(WS-CTR-SUB)
               MOVE "HALT" TO RPT-CT-HALT
           ELSE
               MOVE SPACES TO RPT-CT-HALT
           END-IF
           EVALUATE WS-CTR-BAL-STATUS(WS-CTR-SUB)
               WHEN "B"
                   MOVE "BALANCED"     TO RPT-CT-BAL
               WHEN "O"
                   MOVE "OUT OF BAL"   TO RPT-CT-BAL
               WHEN OTHER
                   IF CTR-IN-RUN(WS-CTR-SUB)
                       MOVE "NO CERT"  TO RPT-CT-BAL
                   ELSE
                       MOVE "-"        TO RPT-CT-BAL
                   END-IF
           END-EVALUATE
           EVALUATE WS-CTR-COV-STATUS(WS-CTR-SUB)
               WHEN "C"
                   MOVE "COVERED"      TO RPT-CT-COV
               WHEN "G"
                   MOVE "GAPS"         TO RPT-CT-COV
               WHEN "D"
                   MOVE "DUPLICATES"   TO RPT-CT-COV
               WHEN "U"
                   MOVE "NOT PROVABLE" TO RPT-CT-COV
               WHEN OTHER
                   IF CTR-IN-RUN(WS-CTR-SUB)
                       MOVE "NO CERT"  TO RPT-CT-COV
                   ELSE
                       MOVE "-"        TO RPT-CT-COV
                   END-IF
           END-EVALUATE
           MOVE SPACES TO RPT-CT-FCST
           IF CTR-NEAR-CEILING(WS-CTR-SUB)
               STRING "CEIL " WS-CTR-PROJ-DATE(WS-CTR-SUB)
                   DELIMITED BY SIZE INTO RPT-CT-FCST
           END-IF
           MOVE WS-RPT-CTR-LINE TO RPT-LINE
           WRITE RPT-LINE.

       8300-WRITE-CONTROL-LINES.
           MOVE "BALANCE BLOCK @BALST@:" TO RPT-TXT-LABEL
           IF BALANCE-BLOCK-SET
               MOVE SPACES TO RPT-TXT-VALUE
               STRING "SET BY RUN " WS-BALST-RUN-ID
                   " - CLEAR VIA CNTRMAINT CLRBAL" DELIMITED BY SIZE
                   INTO RPT-TXT-VALUE
           ELSE
               MOVE "CLEAR" TO RPT-TXT-VALUE
           END-IF
           MOVE WS-RPT-TEXT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RUN LOCK @LOCK@     :" TO RPT-TXT-LABEL
           IF LOCK-HELD
               MOVE SPACES TO RPT-TXT-VALUE
               STRING "HELD BY RUN " WS-LOCK-RUN-ID
                   " - ORPHANED" DELIMITED BY SIZE
                   INTO RPT-TXT-VALUE
           ELSE
               MOVE "CLEAR" TO RPT-TXT-VALUE
           END-IF
           MOVE WS-RPT-TEXT-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    the page keeps the first findings; the overall status
      *    still counts every one of them
       8900-RAISE-ATTENTION.
           IF WS-ATTN-SEVERITY = "RED"
               SET STATUS-RED TO TRUE
           ELSE
               IF NOT STATUS-RED
                   SET STATUS-AMBER TO TRUE
               END-IF
           END-IF
           IF WS-ATTN-COUNT < WS-ATTN-MAX
               ADD 1 TO WS-ATTN-COUNT
               MOVE WS-ATTN-SEVERITY TO WS-ATTN-SEV(WS-ATTN-COUNT)
               MOVE WS-ATTN-TEXT     TO WS-ATTN-MSG(WS-ATTN-COUNT)
           ELSE
               ADD 1 TO WS-ATTN-DROPPED
           END-IF.

       9000-TERMINATE.
           CLOSE STATRPT
           EVALUATE TRUE
               WHEN STATUS-RED
                   DISPLAY "CNTRSTAT: OVERALL STATUS RED"
               WHEN STATUS-AMBER
                   DISPLAY "CNTRSTAT: OVERALL STATUS AMBER"
               WHEN OTHER
                   DISPLAY "CNTRSTAT: OVERALL STATUS GREEN"
           END-EVALUATE.
