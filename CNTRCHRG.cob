       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRCHRG.
      *
      * CNTRCHRG - Monthly chargeback of sequence-number usage.
      * The business lines and the reserving systems share the
      * counters, and the cost of running them used to be split by
      * hand. This report works out, per counter, who took the
      * month's numbers and writes one CHGFILE record (WCHGREC) per
      * counter per consumer, priced from the RATEFILE rate table:
      *   F  each feed whose transactions were assigned numbers in
      *      the night runs (the FEED-ID on the keyed assignment
      *      history, WHSTREC),
      *   D  each system CNTRUPDT issued numbers to during the day
      *      (the DAYFILE ledger),
      *   R  each system that reserved blocks through CNTRRESV
      *      (RSVFILE block sizes), less what it gave back through
      *      CNTRRTRN in the month (VOIDFILE) - what was reserved
      *      and never given back is shown on its own, apart from
      *      the numbers actually issued.
      *
      * The charge month is the set of night runs dated in it on
      * RUNHIST. Per counter it runs from the counter's last run
      * before the month to its last run in the month: the
      * assignments of the month's runs (and of any run that
      * abended in between) and the daytime issues, reservations,
      * give-backs and corrections logged between those runs. A
      * counter with no run in the month is charged in the month of
      * its next run. The month is taken from CHGCFG (YYYYMM); when
      * absent it is the calendar month before today.
      *
      * The charges must balance to the month's counter movement on
      * RUNHIST - the ticks of the month's runs plus the distance
      * each run's starting value moved from the previous run's
      * ending value. Numbers charged, plus operator corrections
      * (MAINTLOG), calendar resets (EXCFILE, measured from the
      * value the counter stood at just before each reset) and
      * daytime wraps, must come to exactly that movement. A counter
      * that does not balance is flagged on CHGRPT and the run ends
      * with return code 8 so the charge file is not released; a
      * counter with no rate on file is charged at zero and ends the
      * run with return code 4.
      *
      * The assignment history answers for the most recent consumer
      * of each number, so the job must run after the month's last
      * night and before the next month's first run can reissue the
      * same numbers - a number reissued inside the month itself
      * shows up as an imbalance rather than passing unnoticed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGCFG ASSIGN TO CHGCFG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGCFG-STATUS.

           SELECT RATEFILE ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATEFILE-STATUS.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT EXCFILE ASSIGN TO EXCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCFILE-STATUS.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYFILE-STATUS.

           SELECT RSVFILE ASSIGN TO RSVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSVFILE-STATUS.

           SELECT VOIDFILE ASSIGN TO VOIDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOIDFILE-STATUS.

           SELECT MAINTLOG ASSIGN TO MAINTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

           SELECT HISTFILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HISTFILE-STATUS.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGFILE-STATUS.

           SELECT CHGRPT ASSIGN TO CHGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGCFG
           RECORDING MODE IS F.
       01  CHGCFG-RECORD.
           05  CCFG-MONTH           PIC 9(6).

       FD  RATEFILE
           RECORDING MODE IS F.
           COPY WRATREC REPLACING ==:PREFIX:== BY ==RAT==.

       FD  RUNHIST
           RECORDING MODE IS F.
           COPY WRUNSTAT REPLACING ==:PREFIX:== BY ==HIS==.

       FD  EXCFILE
           RECORDING MODE IS F.
           COPY WEXCREC REPLACING ==:PREFIX:== BY ==EXC==.

       FD  DAYFILE
           RECORDING MODE IS F.
           COPY WDAYREC REPLACING ==:PREFIX:== BY ==DAY==.

       FD  RSVFILE
           RECORDING MODE IS F.
           COPY WRSVREC REPLACING ==:PREFIX:== BY ==RSV==.

       FD  VOIDFILE
           RECORDING MODE IS F.
           COPY WVODREC REPLACING ==:PREFIX:== BY ==VOD==.

       FD  MAINTLOG
           RECORDING MODE IS F.
           COPY WMNTLOG REPLACING ==:PREFIX:== BY ==MLOG==.

       FD  HISTFILE.
           COPY WHSTREC REPLACING ==:PREFIX:== BY ==HST==.

       FD  CHGFILE
           RECORDING MODE IS F.
           COPY WCHGREC REPLACING ==:PREFIX:== BY ==CHG==.

       FD  CHGRPT
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-CURRENT-TIME     PIC 9(8).
           05  FILLER              PIC X(5).

      *    the charge month and the run dates that bound it
       01  WS-MONTH-FIELDS.
           05  WS-CHARGE-MONTH     PIC 9(6) VALUE ZERO.
           05  WS-MONTH-START      PIC 9(8) VALUE ZERO.
           05  WS-MONTH-START-X REDEFINES WS-MONTH-START.
               10  WS-MS-YEAR          PIC 9(4).
               10  WS-MS-MONTH         PIC 9(2).
               10  WS-MS-DAY           PIC 9(2).
           05  WS-NEXT-START       PIC 9(8) VALUE ZERO.
           05  WS-NEXT-START-X REDEFINES WS-NEXT-START.
               10  WS-NS-YEAR          PIC 9(4).
               10  WS-NS-MONTH         PIC 9(2).
               10  WS-NS-DAY           PIC 9(2).

      *    any logged event's date and time, compared as one field
       01  WS-EVENT-STAMP.
           05  WS-EVENT-DATE       PIC 9(8).
           05  WS-EVENT-TIME       PIC 9(8).

       01  WS-WORK-FIELDS.
           05  WS-KEY-COUNTER      PIC X(8)  VALUE SPACES.
           05  WS-OFFER-VALUE      PIC 9(9)  COMP-3 VALUE ZERO.
           05  WS-NEW-TYPE         PIC X(1)  VALUE SPACE.
           05  WS-NEW-CONSUMER     PIC X(8)  VALUE SPACES.
           05  WS-ADD-TAKEN        PIC 9(9)  COMP-3 VALUE ZERO.
           05  WS-ADD-RETURNED     PIC 9(9)  COMP-3 VALUE ZERO.
           05  WS-NET-CHARGED      PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-NET-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DIFFERENCE       PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-TOTAL-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-COUNTERS-OOB     PIC 9(5)  VALUE ZERO.
           05  WS-COUNTERS-NO-RATE PIC 9(5)  VALUE ZERO.
           05  WS-CHARGES-WRITTEN  PIC 9(7)  VALUE ZERO.
           05  WS-RATE-VALUE       PIC 9(3)V9(6) VALUE ZERO.
           05  WS-SUB              PIC 9(4)  VALUE ZERO.
           05  WS-CSUB             PIC 9(4)  VALUE ZERO.
           05  WS-RSUB             PIC 9(4)  VALUE ZERO.
           05  WS-XSUB             PIC 9(4)  VALUE ZERO.
           05  WS-XSUB2            PIC 9(4)  VALUE ZERO.
           05  WS-USUB             PIC 9(4)  VALUE ZERO.

      *    one entry per counter seen on RUNHIST: the runs that
      *    bound its charge month, the movement they show and what
      *    the month's evidence accounts for
       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-CTR-MAX          PIC 9(4) VALUE 200.
           05  WS-CTR-ENTRY OCCURS 200 TIMES.
               10  WS-CTR-ID            PIC X(8).
               10  WS-CTR-PREV-FLAG     PIC X(1).
                   88  CTR-HAS-PREV-RUN       VALUE "Y".
               10  WS-CTR-MONTH-FLAG    PIC X(1).
                   88  CTR-RAN-IN-MONTH       VALUE "Y".
               10  WS-CTR-PREV-STAMP    PIC X(16).
               10  WS-CTR-PREV-RUN-ID   PIC X(8).
               10  WS-CTR-PREV-END      PIC 9(9) COMP-3.
               10  WS-CTR-LO-STAMP      PIC X(16).
               10  WS-CTR-FIRST-STAMP   PIC X(16).
               10  WS-CTR-LAST-STAMP    PIC X(16).
               10  WS-CTR-NEXT-STAMP    PIC X(16).
               10  WS-CTR-LAST-END      PIC 9(9) COMP-3.
               10  WS-CTR-RUNS          PIC 9(5).
               10  WS-CTR-MOVEMENT      PIC S9(11) COMP-3.
               10  WS-CTR-CHARGED       PIC S9(11) COMP-3.
               10  WS-CTR-KEPT          PIC S9(11) COMP-3.
               10  WS-CTR-TAKEN         PIC S9(11) COMP-3.
               10  WS-CTR-CORRECTIONS   PIC S9(11) COMP-3.
               10  WS-CTR-RESET-ADJ     PIC S9(11) COMP-3.
               10  WS-CTR-WRAP-ADJ      PIC S9(11) COMP-3.
               10  WS-CTR-AMOUNT        PIC S9(13)V99 COMP-3.
               10  WS-CTR-RATE          PIC 9(3)V9(6).
               10  WS-CTR-RATE-FLAG     PIC X(1).
                   88  CTR-RATE-FOUND         VALUE "Y".

      *    the month's runs per counter - a reset logged under one
      *    of these run-ids happened at that run's start
       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-RUN-MAX          PIC 9(4) VALUE 3000.
           05  WS-RUN-ENTRY OCCURS 3000 TIMES.
               10  WS-RUN-CSUB          PIC 9(4).
               10  WS-RUN-ID            PIC X(8).
               10  WS-RUN-STAMP         PIC X(16).
               10  WS-RUN-END           PIC 9(9) COMP-3.

      *    calendar resets inside a counter's charge month: the
      *    value after is logged; the value before is the latest
      *    value any earlier event left the counter at
       01  WS-RESET-TABLE.
           05  WS-RST-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-RST-MAX          PIC 9(4) VALUE 500.
           05  WS-RST-ENTRY OCCURS 500 TIMES.
               10  WS-RST-CSUB          PIC 9(4).
               10  WS-RST-STAMP         PIC X(16).
               10  WS-RST-LOOKUP        PIC X(16).
               10  WS-RST-AFTER         PIC 9(9) COMP-3.
               10  WS-RST-BEST-STAMP    PIC X(16).
               10  WS-RST-BEFORE        PIC 9(9) COMP-3.

      *    one entry per counter per consumer
       01  WS-USE-TABLE.
           05  WS-USE-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-USE-MAX          PIC 9(4) VALUE 2000.
           05  WS-USE-ENTRY OCCURS 2000 TIMES.
               10  WS-USE-CSUB          PIC 9(4).
               10  WS-USE-TYPE          PIC X(1).
               10  WS-USE-CONSUMER      PIC X(8).
               10  WS-USE-TAKEN         PIC 9(9) COMP-3.
               10  WS-USE-RETURNED      PIC 9(9) COMP-3.

       01  WS-FLAGS.
           05  WS-CHGCFG-STATUS    PIC X(2) VALUE "00".
               88  CHGCFG-OK                VALUE "00".
               88  CHGCFG-NOT-FOUND         VALUE "35".
           05  WS-RATEFILE-STATUS  PIC X(2) VALUE "00".
               88  RATEFILE-AT-END          VALUE "10".
               88  RATEFILE-NOT-FOUND       VALUE "35".
           05  WS-RUNHIST-STATUS   PIC X(2) VALUE "00".
               88  RUNHIST-AT-END           VALUE "10".
               88  RUNHIST-NOT-FOUND        VALUE "35".
           05  WS-EXCFILE-STATUS   PIC X(2) VALUE "00".
               88  EXCFILE-AT-END           VALUE "10".
               88  EXCFILE-NOT-FOUND        VALUE "35".
           05  WS-DAYFILE-STATUS   PIC X(2) VALUE "00".
               88  DAYFILE-AT-END           VALUE "10".
               88  DAYFILE-NOT-FOUND        VALUE "35".
           05  WS-RSVFILE-STATUS   PIC X(2) VALUE "00".
               88  RSVFILE-AT-END           VALUE "10".
               88  RSVFILE-NOT-FOUND        VALUE "35".
           05  WS-VOIDFILE-STATUS  PIC X(2) VALUE "00".
               88  VOIDFILE-AT-END          VALUE "10".
               88  VOIDFILE-NOT-FOUND       VALUE "35".
           05  WS-MAINTLOG-STATUS  PIC X(2) VALUE "00".
               88  MAINTLOG-AT-END          VALUE "10".
               88  MAINTLOG-NOT-FOUND       VALUE "35".
           05  WS-HISTFILE-STATUS  PIC X(2) VALUE "00".
               88  HISTFILE-AT-END          VALUE "10".
               88  HISTFILE-NOT-FOUND       VALUE "35".
           05  WS-CHGFILE-STATUS   PIC X(2) VALUE "00".
           05  WS-CHGRPT-STATUS    PIC X(2) VALUE "00".
           05  WS-WINDOW-FLAG      PIC X(1) VALUE "N".
               88  IN-CHARGE-WINDOW         VALUE "Y".
           05  WS-OVERFLOW-FLAG    PIC X(1) VALUE "N".
               88  TABLE-OVERFLOW           VALUE "Y".

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
               10  FILLER           PIC X(27) VALUE
                   "CNTRCHRG MONTHLY CHARGEBACK".
               10  FILLER           PIC X(53) VALUE SPACES.
           05  WS-RPT-MONTH.
               10  FILLER           PIC X(22) VALUE
                   "CHARGE MONTH        :".
               10  RPT-MONTH        PIC 9(6).
               10  FILLER           PIC X(52) VALUE SPACES.
           05  WS-RPT-CTR-LINE.
               10  FILLER           PIC X(8)  VALUE "COUNTER ".
               10  RPT-CTR-ID       PIC X(8).
               10  FILLER           PIC X(7)  VALUE " RUNS  ".
               10  RPT-CTR-RUNS     PIC ZZZZ9.
               10  FILLER           PIC X(7)  VALUE " RATE  ".
               10  RPT-CTR-RATE     PIC ZZ9.999999.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-CTR-NOTE     PIC X(20).
               10  FILLER           PIC X(14) VALUE SPACES.
           05  WS-RPT-USE-LINE.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  RPT-USE-TYPE     PIC X(9).
               10  RPT-USE-ID       PIC X(8).
               10  FILLER           PIC X(7)  VALUE " TAKEN ".
               10  RPT-USE-TAKEN    PIC ZZZZZZZZ9.
               10  FILLER           PIC X(6)  VALUE " BACK ".
               10  RPT-USE-BACK     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(5)  VALUE " NET ".
               10  RPT-USE-NET      PIC -(9)9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-USE-AMOUNT   PIC -(9)9.99.
               10  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RPT-SUM-LINE.
               10  FILLER           PIC X(4)  VALUE SPACES.
               10  RPT-SUM-LABEL    PIC X(26).
               10  RPT-SUM-VALUE    PIC -(11)9.
               10  FILLER           PIC X(38) VALUE SPACES.
           05  WS-RPT-BAL-LINE.
               10  FILLER           PIC X(4)  VALUE SPACES.
               10  FILLER           PIC X(26) VALUE
                   "BALANCE TO RUNHIST   :".
               10  RPT-BAL-STATUS   PIC X(30).
               10  FILLER           PIC X(20) VALUE SPACES.
           05  WS-RPT-TOTAL-LINE.
               10  RPT-TOT-LABEL    PIC X(22).
               10  RPT-TOT-COUNT    PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-AMOUNT-LINE.
               10  FILLER           PIC X(22) VALUE
                   "TOTAL CHARGED       :".
               10  RPT-TOT-AMOUNT   PIC -(12)9.99.
               10  FILLER           PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-RUN-HISTORY
           PERFORM 3000-LOAD-RESETS
           PERFORM 3100-SEED-RESET-VALUES
           PERFORM 4000-LOAD-DAYTIME-ISSUES
           PERFORM 4100-LOAD-RESERVATIONS
           PERFORM 4200-LOAD-GIVE-BACKS
           PERFORM 4300-LOAD-CORRECTIONS
           PERFORM 4400-LOAD-BATCH-ISSUES
           PERFORM 5000-BALANCE-COUNTERS
           PERFORM 6000-WRITE-CHARGES
           IF WS-COUNTERS-OOB > ZERO OR TABLE-OVERFLOW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-COUNTERS-NO-RATE > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN INPUT CHGCFG
           IF CHGCFG-NOT-FOUND
               CONTINUE
           ELSE
               READ CHGCFG
               IF CHGCFG-OK AND CCFG-MONTH NUMERIC
                  AND CCFG-MONTH > ZERO
                   MOVE CCFG-MONTH TO WS-CHARGE-MONTH
               END-IF
               CLOSE CHGCFG
           END-IF

      *    the default is last month - the job runs once the month
      *    is over
           IF WS-CHARGE-MONTH = ZERO
               MOVE WS-CURRENT-DATE TO WS-MONTH-START
               IF WS-MS-MONTH = 1
                   SUBTRACT 1 FROM WS-MS-YEAR
                   MOVE 12 TO WS-MS-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MS-MONTH
               END-IF
           ELSE
               COMPUTE WS-MONTH-START = WS-CHARGE-MONTH * 100
           END-IF
           MOVE 1 TO WS-MS-DAY
           COMPUTE WS-CHARGE-MONTH = WS-MONTH-START / 100
           MOVE WS-MONTH-START TO WS-NEXT-START
           IF WS-NS-MONTH = 12
               ADD 1 TO WS-NS-YEAR
               MOVE 1 TO WS-NS-MONTH
           ELSE
               ADD 1 TO WS-NS-MONTH
           END-IF

           OPEN INPUT RATEFILE
           IF RATEFILE-NOT-FOUND
               DISPLAY "CNTRCHRG: NO RATE TABLE ON HAND - EVERY "
                   "COUNTER CHARGED AT ZERO"
           END-IF.

      *    RUNHIST is appended at the end of every run, so file
      *    order is run order: the last record before the month is
      *    the counter's previous run, and the first one after the
      *    month's last run closes its window
       2000-LOAD-RUN-HISTORY.
           OPEN INPUT RUNHIST
           IF RUNHIST-NOT-FOUND
               DISPLAY "CNTRCHRG: NO RUN-FIGURES HISTORY ON HAND - "
                   "NOTHING TO CHARGE"
               SET RUNHIST-AT-END TO TRUE
           ELSE
               READ RUNHIST
                   AT END
                       SET RUNHIST-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 2010-TALLY-RUN
               UNTIL RUNHIST-AT-END
           IF NOT RUNHIST-NOT-FOUND
               CLOSE RUNHIST
           END-IF
      *    the window opens at the previous run; a counter first
      *    run this month opens it at that first run
           PERFORM VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > WS-CTR-COUNT
               IF CTR-HAS-PREV-RUN(WS-CSUB)
                   MOVE WS-CTR-PREV-STAMP(WS-CSUB)
                       TO WS-CTR-LO-STAMP(WS-CSUB)
               END-IF
           END-PERFORM
           PERFORM 2100-LOAD-RATES.

       2010-TALLY-RUN.
           MOVE HIS-COUNTER-ID TO WS-KEY-COUNTER
           PERFORM 1900-FIND-COUNTER
           IF WS-CSUB = ZERO
               PERFORM 2020-ADD-COUNTER
           END-IF
           IF WS-CSUB > ZERO
               MOVE HIS-DATE   TO WS-EVENT-DATE
               MOVE HIS-RUN-ID TO WS-EVENT-TIME
               EVALUATE TRUE
                   WHEN HIS-DATE < WS-MONTH-START
                       SET CTR-HAS-PREV-RUN(WS-CSUB) TO TRUE
                       MOVE WS-EVENT-STAMP
                           TO WS-CTR-PREV-STAMP(WS-CSUB)
                       MOVE HIS-RUN-ID
                           TO WS-CTR-PREV-RUN-ID(WS-CSUB)
                       MOVE HIS-END-VALUE
                           TO WS-CTR-PREV-END(WS-CSUB)
                       MOVE HIS-END-VALUE
                           TO WS-CTR-LAST-END(WS-CSUB)
                   WHEN HIS-DATE < WS-NEXT-START
                       PERFORM 2030-TALLY-MONTH-RUN
                   WHEN OTHER
                       IF CTR-RAN-IN-MONTH(WS-CSUB)
                          AND WS-CTR-NEXT-STAMP(WS-CSUB) = HIGH-VALUES
                           MOVE WS-EVENT-STAMP
                               TO WS-CTR-NEXT-STAMP(WS-CSUB)
                       END-IF
               END-EVALUATE
           END-IF
           READ RUNHIST
               AT END
                   SET RUNHIST-AT-END TO TRUE
           END-READ.

       2020-ADD-COUNTER.
           IF WS-CTR-COUNT < WS-CTR-MAX
               ADD 1 TO WS-CTR-COUNT
               MOVE WS-CTR-COUNT TO WS-CSUB
               MOVE HIS-COUNTER-ID TO WS-CTR-ID(WS-CSUB)
               MOVE "N"         TO WS-CTR-PREV-FLAG(WS-CSUB)
               MOVE "N"         TO WS-CTR-MONTH-FLAG(WS-CSUB)
               MOVE LOW-VALUES  TO WS-CTR-PREV-STAMP(WS-CSUB)
               MOVE SPACES      TO WS-CTR-PREV-RUN-ID(WS-CSUB)
               MOVE ZERO        TO WS-CTR-PREV-END(WS-CSUB)
               MOVE LOW-VALUES  TO WS-CTR-LO-STAMP(WS-CSUB)
               MOVE LOW-VALUES  TO WS-CTR-FIRST-STAMP(WS-CSUB)
               MOVE LOW-VALUES  TO WS-CTR-LAST-STAMP(WS-CSUB)
               MOVE HIGH-VALUES TO WS-CTR-NEXT-STAMP(WS-CSUB)
               MOVE ZERO        TO WS-CTR-LAST-END(WS-CSUB)
               MOVE ZERO        TO WS-CTR-RUNS(WS-CSUB)
               MOVE ZERO        TO WS-CTR-MOVEMENT(WS-CSUB)
               MOVE ZERO        TO WS-CTR-CHARGED(WS-CSUB)
               MOVE ZERO        TO WS-CTR-KEPT(WS-CSUB)
               MOVE ZERO        TO WS-CTR-TAKEN(WS-CSUB)
               MOVE ZERO        TO WS-CTR-CORRECTIONS(WS-CSUB)
               MOVE ZERO        TO WS-CTR-RESET-ADJ(WS-CSUB)
               MOVE ZERO        TO WS-CTR-WRAP-ADJ(WS-CSUB)
               MOVE ZERO        TO WS-CTR-AMOUNT(WS-CSUB)
               MOVE ZERO        TO WS-CTR-RATE(WS-CSUB)
               MOVE "N"         TO WS-CTR-RATE-FLAG(WS-CSUB)
           ELSE
               DISPLAY "CNTRCHRG: COUNTER TABLE FULL - "
                   HIS-COUNTER-ID " NOT CHARGED"
               SET TABLE-OVERFLOW TO TRUE
           END-IF.

      *    movement is the run's own ticks plus how far its start
      *    moved from the previous run's end; the first run a
      *    counter ever had has no previous end to measure from
       2030-TALLY-MONTH-RUN.
           IF WS-CTR-RUNS(WS-CSUB) > ZERO
              OR CTR-HAS-PREV-RUN(WS-CSUB)
               COMPUTE WS-CTR-MOVEMENT(WS-CSUB) =
                   WS-CTR-MOVEMENT(WS-CSUB) + HIS-START-VALUE
                   - WS-CTR-LAST-END(WS-CSUB)
           ELSE
               MOVE WS-EVENT-STAMP TO WS-CTR-LO-STAMP(WS-CSUB)
           END-IF
           IF NOT CTR-RAN-IN-MONTH(WS-CSUB)
               MOVE WS-EVENT-STAMP TO WS-CTR-FIRST-STAMP(WS-CSUB)
           END-IF
           SET CTR-RAN-IN-MONTH(WS-CSUB) TO TRUE
           ADD 1         TO WS-CTR-RUNS(WS-CSUB)
           ADD HIS-TICKS TO WS-CTR-MOVEMENT(WS-CSUB)
           MOVE HIS-END-VALUE  TO WS-CTR-LAST-END(WS-CSUB)
           MOVE WS-EVENT-STAMP TO WS-CTR-LAST-STAMP(WS-CSUB)
           IF WS-RUN-COUNT < WS-RUN-MAX
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-CSUB        TO WS-RUN-CSUB(WS-RUN-COUNT)
               MOVE HIS-RUN-ID     TO WS-RUN-ID(WS-RUN-COUNT)
               MOVE WS-EVENT-STAMP TO WS-RUN-STAMP(WS-RUN-COUNT)
               MOVE HIS-END-VALUE  TO WS-RUN-END(WS-RUN-COUNT)
           ELSE
               DISPLAY "CNTRCHRG: MORE THAN " WS-RUN-MAX
                   " COUNTER-RUNS IN THE MONTH - CHARGES NOT PROVEN"
               SET TABLE-OVERFLOW TO TRUE
           END-IF.

       2100-LOAD-RATES.
           IF RATEFILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 2110-LOAD-ONE-RATE
                   UNTIL RATEFILE-AT-END
               CLOSE RATEFILE
           END-IF.

       2110-LOAD-ONE-RATE.
           READ RATEFILE
               AT END
                   SET RATEFILE-AT-END TO TRUE
               NOT AT END
                   MOVE RAT-COUNTER-ID TO WS-KEY-COUNTER
                   PERFORM 1900-FIND-COUNTER
                   IF WS-CSUB > ZERO AND RAT-RATE NUMERIC
                       MOVE RAT-RATE TO WS-CTR-RATE(WS-CSUB)
                       SET CTR-RATE-FOUND(WS-CSUB) TO TRUE
                   END-IF
           END-READ.

      *    a reset logged under one of the month's run-ids was
      *    applied when that run loaded the counter, so it is
      *    measured from the value before that run started; one
      *    logged under the previous run's id ahead of the month's
      *    first run is last month's (run-ids are start times, so
      *    the same id comes round again on other nights)
       3000-LOAD-RESETS.
           OPEN INPUT EXCFILE
           IF EXCFILE-NOT-FOUND
               SET EXCFILE-AT-END TO TRUE
           ELSE
               READ EXCFILE
                   AT END
                       SET EXCFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 3010-LOAD-ONE-RESET
               UNTIL EXCFILE-AT-END
           IF NOT EXCFILE-NOT-FOUND
               CLOSE EXCFILE
           END-IF.

       3010-LOAD-ONE-RESET.
           IF EXC-REASON = "CALENDAR RESET APPLIED"
               MOVE EXC-COUNTER-ID TO WS-KEY-COUNTER
               PERFORM 1900-FIND-COUNTER
               IF WS-CSUB > ZERO
                   IF CTR-RAN-IN-MONTH(WS-CSUB)
                       PERFORM 3020-PLACE-RESET
                   END-IF
               END-IF
           END-IF
           READ EXCFILE
               AT END
                   SET EXCFILE-AT-END TO TRUE
           END-READ.

       3020-PLACE-RESET.
           MOVE EXC-DATE TO WS-EVENT-DATE
           MOVE EXC-TIME TO WS-EVENT-TIME
           MOVE ZERO TO WS-RSUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RUN-COUNT
               IF WS-RUN-CSUB(WS-SUB) = WS-CSUB
                  AND WS-RUN-ID(WS-SUB) = EXC-RUN-ID
                  AND WS-RUN-STAMP(WS-SUB) < WS-EVENT-STAMP
                   MOVE WS-SUB TO WS-RSUB
               END-IF
           END-PERFORM
      *    the first run a counter ever had is not measured from a
      *    previous end, so neither is a reset it applied
           IF WS-RSUB > ZERO
               IF CTR-HAS-PREV-RUN(WS-CSUB)
                  OR WS-RUN-STAMP(WS-RSUB)
                         NOT = WS-CTR-FIRST-STAMP(WS-CSUB)
                   MOVE WS-RUN-STAMP(WS-RSUB) TO WS-EVENT-STAMP
                   PERFORM 3030-ADD-RESET
               END-IF
           ELSE
               IF WS-EVENT-STAMP > WS-CTR-LO-STAMP(WS-CSUB)
                  AND WS-EVENT-STAMP < WS-CTR-LAST-STAMP(WS-CSUB)
                  AND NOT (EXC-RUN-ID = WS-CTR-PREV-RUN-ID(WS-CSUB)
                       AND WS-EVENT-STAMP
                           < WS-CTR-FIRST-STAMP(WS-CSUB))
                   PERFORM 3030-ADD-RESET
               END-IF
           END-IF.

      *    WS-EVENT-STAMP is the point the value before is taken at
       3030-ADD-RESET.
           IF WS-RST-COUNT < WS-RST-MAX
               ADD 1 TO WS-RST-COUNT
               MOVE WS-CSUB        TO WS-RST-CSUB(WS-RST-COUNT)
               MOVE WS-EVENT-STAMP TO WS-RST-LOOKUP(WS-RST-COUNT)
               MOVE EXC-DATE       TO WS-EVENT-DATE
               MOVE EXC-TIME       TO WS-EVENT-TIME
               MOVE WS-EVENT-STAMP TO WS-RST-STAMP(WS-RST-COUNT)
               MOVE EXC-VALUE      TO WS-RST-AFTER(WS-RST-COUNT)
               MOVE WS-CTR-PREV-STAMP(WS-CSUB)
                   TO WS-RST-BEST-STAMP(WS-RST-COUNT)
               MOVE WS-CTR-PREV-END(WS-CSUB)
                   TO WS-RST-BEFORE(WS-RST-COUNT)
           ELSE
               DISPLAY "CNTRCHRG: MORE THAN " WS-RST-MAX
                   " RESETS IN THE MONTH - CHARGES NOT PROVEN"
               SET TABLE-OVERFLOW TO TRUE
           END-IF.

      *    the month's run ends and the resets themselves are the
      *    first candidates for the value a reset started from
       3100-SEED-RESET-VALUES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RUN-COUNT
               MOVE WS-RUN-CSUB(WS-SUB)  TO WS-CSUB
               MOVE WS-RUN-STAMP(WS-SUB) TO WS-EVENT-STAMP
               MOVE WS-RUN-END(WS-SUB)   TO WS-OFFER-VALUE
               PERFORM 3190-OFFER-VALUE
           END-PERFORM
           PERFORM VARYING WS-XSUB2 FROM 1 BY 1
                   UNTIL WS-XSUB2 > WS-RST-COUNT
               MOVE WS-RST-CSUB(WS-XSUB2)  TO WS-CSUB
               MOVE WS-RST-STAMP(WS-XSUB2) TO WS-EVENT-STAMP
               MOVE WS-RST-AFTER(WS-XSUB2) TO WS-OFFER-VALUE
               PERFORM 3190-OFFER-VALUE
           END-PERFORM.

      *    an event for counter WS-CSUB at WS-EVENT-STAMP left the
      *    counter at WS-OFFER-VALUE: it is the value before every
      *    later reset it is the latest event ahead of
       3190-OFFER-VALUE.
           PERFORM VARYING WS-XSUB FROM 1 BY 1
                   UNTIL WS-XSUB > WS-RST-COUNT
               IF WS-RST-CSUB(WS-XSUB) = WS-CSUB
                  AND WS-EVENT-STAMP < WS-RST-LOOKUP(WS-XSUB)
                  AND WS-EVENT-STAMP > WS-RST-BEST-STAMP(WS-XSUB)
                   MOVE WS-EVENT-STAMP TO WS-RST-BEST-STAMP(WS-XSUB)
                   MOVE WS-OFFER-VALUE TO WS-RST-BEFORE(WS-XSUB)
               END-IF
           END-PERFORM.

      *    daytime issues, reservations, give-backs and corrections
      *    belong to the month when they fall between the counter's
      *    previous run and its last run of the month
       4800-CHECK-SPAN-WINDOW.
           MOVE "N" TO WS-WINDOW-FLAG
           PERFORM 1900-FIND-COUNTER
           IF WS-CSUB > ZERO
               IF CTR-RAN-IN-MONTH(WS-CSUB)
                  AND WS-EVENT-STAMP > WS-CTR-LO-STAMP(WS-CSUB)
                  AND WS-EVENT-STAMP < WS-CTR-LAST-STAMP(WS-CSUB)
                   SET IN-CHARGE-WINDOW TO TRUE
               END-IF
           END-IF.

       4000-LOAD-DAYTIME-ISSUES.
           OPEN INPUT DAYFILE
           IF DAYFILE-NOT-FOUND
               SET DAYFILE-AT-END TO TRUE
           ELSE
               READ DAYFILE
                   AT END
                       SET DAYFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 4010-TALLY-DAYTIME-ISSUE
               UNTIL DAYFILE-AT-END
           IF NOT DAYFILE-NOT-FOUND
               CLOSE DAYFILE
           END-IF.

      *    a daytime draw that wrapped went from the ceiling back to
      *    the floor: one number charged, the drop is the wrap
       4010-TALLY-DAYTIME-ISSUE.
           MOVE DAY-COUNTER-ID TO WS-KEY-COUNTER
           MOVE DAY-DATE       TO WS-EVENT-DATE
           MOVE DAY-TIME       TO WS-EVENT-TIME
           PERFORM 4800-CHECK-SPAN-WINDOW
           IF IN-CHARGE-WINDOW
               MOVE "D"           TO WS-NEW-TYPE
               MOVE DAY-SYSTEM-ID TO WS-NEW-CONSUMER
               MOVE 1             TO WS-ADD-TAKEN
               MOVE ZERO          TO WS-ADD-RETURNED
               PERFORM 4900-ADD-CONSUMER
               IF DAY-SEQ-VALUE NOT > DAY-PRIOR-VALUE
                   COMPUTE WS-CTR-WRAP-ADJ(WS-CSUB) =
                       WS-CTR-WRAP-ADJ(WS-CSUB) + DAY-SEQ-VALUE
                       - DAY-PRIOR-VALUE - 1
               END-IF
               MOVE DAY-SEQ-VALUE TO WS-OFFER-VALUE
               PERFORM 3190-OFFER-VALUE
           END-IF
           READ DAYFILE
               AT END
                   SET DAYFILE-AT-END TO TRUE
           END-READ.

       4100-LOAD-RESERVATIONS.
           OPEN INPUT RSVFILE
           IF RSVFILE-NOT-FOUND
               SET RSVFILE-AT-END TO TRUE
           ELSE
               READ RSVFILE
                   AT END
                       SET RSVFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 4110-TALLY-RESERVATION
               UNTIL RSVFILE-AT-END
           IF NOT RSVFILE-NOT-FOUND
               CLOSE RSVFILE
           END-IF.

       4110-TALLY-RESERVATION.
           MOVE RSV-COUNTER-ID TO WS-KEY-COUNTER
           MOVE RSV-DATE       TO WS-EVENT-DATE
           MOVE RSV-TIME       TO WS-EVENT-TIME
           PERFORM 4800-CHECK-SPAN-WINDOW
           IF IN-CHARGE-WINDOW
               MOVE "R"            TO WS-NEW-TYPE
               MOVE RSV-SYSTEM-ID  TO WS-NEW-CONSUMER
               MOVE RSV-BLOCK-SIZE TO WS-ADD-TAKEN
               MOVE ZERO           TO WS-ADD-RETURNED
               PERFORM 4900-ADD-CONSUMER
               MOVE RSV-END-VALUE  TO WS-OFFER-VALUE
               PERFORM 3190-OFFER-VALUE
           END-IF
           READ RSVFILE
               AT END
                   SET RSVFILE-AT-END TO TRUE
           END-READ.

      *    a give-back never moves the counter - it only nets the
      *    returning system's reservations down
       4200-LOAD-GIVE-BACKS.
           OPEN INPUT VOIDFILE
           IF VOIDFILE-NOT-FOUND
               SET VOIDFILE-AT-END TO TRUE
           ELSE
               READ VOIDFILE
                   AT END
                       SET VOIDFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 4210-TALLY-GIVE-BACK
               UNTIL VOIDFILE-AT-END
           IF NOT VOIDFILE-NOT-FOUND
               CLOSE VOIDFILE
           END-IF.

       4210-TALLY-GIVE-BACK.
           MOVE VOD-COUNTER-ID TO WS-KEY-COUNTER
           MOVE VOD-DATE       TO WS-EVENT-DATE
           MOVE VOD-TIME       TO WS-EVENT-TIME
           PERFORM 4800-CHECK-SPAN-WINDOW
           IF IN-CHARGE-WINDOW
               MOVE "R"            TO WS-NEW-TYPE
               MOVE VOD-SYSTEM-ID  TO WS-NEW-CONSUMER
               MOVE ZERO           TO WS-ADD-TAKEN
               MOVE VOD-BLOCK-SIZE TO WS-ADD-RETURNED
               PERFORM 4900-ADD-CONSUMER
           END-IF
           READ VOIDFILE
               AT END
                   SET VOIDFILE-AT-END TO TRUE
           END-READ.

      *    a lifecycle action logs the value it found as both old
      *    and new, so only a real correction moves anything
       4300-LOAD-CORRECTIONS.
           OPEN INPUT MAINTLOG
           IF MAINTLOG-NOT-FOUND
               SET MAINTLOG-AT-END TO TRUE
           ELSE
               READ MAINTLOG
                   AT END
                       SET MAINTLOG-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 4310-TALLY-CORRECTION
               UNTIL MAINTLOG-AT-END
           IF NOT MAINTLOG-NOT-FOUND
               CLOSE MAINTLOG
           END-IF.

       4310-TALLY-CORRECTION.
           IF MLOG-COUNTER-ID(1:1) NOT = "@"
               MOVE MLOG-COUNTER-ID TO WS-KEY-COUNTER
               MOVE MLOG-DATE       TO WS-EVENT-DATE
               MOVE MLOG-TIME       TO WS-EVENT-TIME
               PERFORM 4800-CHECK-SPAN-WINDOW
               IF IN-CHARGE-WINDOW
                   COMPUTE WS-CTR-CORRECTIONS(WS-CSUB) =
                       WS-CTR-CORRECTIONS(WS-CSUB) + MLOG-NEW-VALUE
                       - MLOG-OLD-VALUE
                   MOVE MLOG-NEW-VALUE TO WS-OFFER-VALUE
                   PERFORM 3190-OFFER-VALUE
               END-IF
           END-IF
           READ MAINTLOG
               AT END
                   SET MAINTLOG-AT-END TO TRUE
           END-READ.

      *    a batch assignment belongs to the month when it was made
      *    after the previous run (by any run but that one - its
      *    own assignments are stamped after its start, ahead of
      *    the month's first run) and before the first run after
      *    the month's last
       4400-LOAD-BATCH-ISSUES.
           OPEN INPUT HISTFILE
           IF HISTFILE-NOT-FOUND
               DISPLAY "CNTRCHRG: NO ASSIGNMENT HISTORY ON HAND - "
                   "NO FEED CHARGES"
               SET HISTFILE-AT-END TO TRUE
           END-IF
           PERFORM 4410-TALLY-BATCH-ISSUE
               UNTIL HISTFILE-AT-END
           IF NOT HISTFILE-NOT-FOUND
               CLOSE HISTFILE
           END-IF.

       4410-TALLY-BATCH-ISSUE.
           READ HISTFILE NEXT RECORD
               AT END
                   SET HISTFILE-AT-END TO TRUE
               NOT AT END
                   IF HST-FROM-BATCH
                       PERFORM 4420-CHECK-BATCH-ISSUE
                   END-IF
           END-READ.

       4420-CHECK-BATCH-ISSUE.
           MOVE HST-COUNTER-ID TO WS-KEY-COUNTER
           MOVE HST-DATE       TO WS-EVENT-DATE
           MOVE HST-TIME       TO WS-EVENT-TIME
           PERFORM 1900-FIND-COUNTER
           IF WS-CSUB > ZERO
               IF CTR-RAN-IN-MONTH(WS-CSUB)
                  AND WS-EVENT-STAMP NOT < WS-CTR-LO-STAMP(WS-CSUB)
                  AND WS-EVENT-STAMP < WS-CTR-NEXT-STAMP(WS-CSUB)
                  AND NOT (HST-RUN-ID = WS-CTR-PREV-RUN-ID(WS-CSUB)
                       AND WS-EVENT-STAMP
                           < WS-CTR-FIRST-STAMP(WS-CSUB))
                   MOVE "F"         TO WS-NEW-TYPE
                   MOVE HST-FEED-ID TO WS-NEW-CONSUMER
                   MOVE 1           TO WS-ADD-TAKEN
                   MOVE ZERO        TO WS-ADD-RETURNED
                   PERFORM 4900-ADD-CONSUMER
               END-IF
           END-IF.

       4900-ADD-CONSUMER.
           MOVE ZERO TO WS-USUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-USE-COUNT
               IF WS-USE-CSUB(WS-SUB) = WS-CSUB
                  AND WS-USE-TYPE(WS-SUB) = WS-NEW-TYPE
                  AND WS-USE-CONSUMER(WS-SUB) = WS-NEW-CONSUMER
                   MOVE WS-SUB TO WS-USUB
               END-IF
           END-PERFORM
           IF WS-USUB = ZERO
               IF WS-USE-COUNT < WS-USE-MAX
                   ADD 1 TO WS-USE-COUNT
                   MOVE WS-USE-COUNT    TO WS-USUB
                   MOVE WS-CSUB         TO WS-USE-CSUB(WS-USUB)
                   MOVE WS-NEW-TYPE     TO WS-USE-TYPE(WS-USUB)
                   MOVE WS-NEW-CONSUMER TO WS-USE-CONSUMER(WS-USUB)
                   MOVE ZERO            TO WS-USE-TAKEN(WS-USUB)
                   MOVE ZERO            TO WS-USE-RETURNED(WS-USUB)
               ELSE
                   DISPLAY "CNTRCHRG: MORE THAN " WS-USE-MAX
                       " CONSUMERS IN THE MONTH - CHARGES NOT PROVEN"
                   SET TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF WS-USUB > ZERO
               ADD WS-ADD-TAKEN    TO WS-USE-TAKEN(WS-USUB)
               ADD WS-ADD-RETURNED TO WS-USE-RETURNED(WS-USUB)
           END-IF.

      *    a give-back does not move the counter, so the movement
      *    is matched against what was taken, not what was netted
       5000-BALANCE-COUNTERS.
           PERFORM VARYING WS-RSUB FROM 1 BY 1
                   UNTIL WS-RSUB > WS-RST-COUNT
               MOVE WS-RST-CSUB(WS-RSUB) TO WS-CSUB
               COMPUTE WS-CTR-RESET-ADJ(WS-CSUB) =
                   WS-CTR-RESET-ADJ(WS-CSUB) + WS-RST-AFTER(WS-RSUB)
                   - WS-RST-BEFORE(WS-RSUB)
           END-PERFORM
           PERFORM VARYING WS-USUB FROM 1 BY 1
                   UNTIL WS-USUB > WS-USE-COUNT
               MOVE WS-USE-CSUB(WS-USUB) TO WS-CSUB
               ADD WS-USE-TAKEN(WS-USUB) TO WS-CTR-TAKEN(WS-CSUB)
               COMPUTE WS-NET-CHARGED = WS-USE-TAKEN(WS-USUB)
                   - WS-USE-RETURNED(WS-USUB)
               ADD WS-NET-CHARGED TO WS-CTR-CHARGED(WS-CSUB)
               IF WS-USE-TYPE(WS-USUB) = "R"
                   ADD WS-NET-CHARGED TO WS-CTR-KEPT(WS-CSUB)
               END-IF
           END-PERFORM.

       6000-WRITE-CHARGES.
           OPEN OUTPUT CHGFILE
           OPEN OUTPUT CHGRPT
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CHARGE-MONTH TO RPT-MONTH
           MOVE WS-RPT-MONTH TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > WS-CTR-COUNT
               IF CTR-RAN-IN-MONTH(WS-CSUB)
                   PERFORM 6100-WRITE-COUNTER
               END-IF
           END-PERFORM
           MOVE "CHARGE RECORDS      :" TO RPT-TOT-LABEL
           MOVE WS-CHARGES-WRITTEN TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COUNTERS NO RATE    :" TO RPT-TOT-LABEL
           MOVE WS-COUNTERS-NO-RATE TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COUNTERS OUT OF BAL :" TO RPT-TOT-LABEL
           MOVE WS-COUNTERS-OOB TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-AMOUNT TO RPT-TOT-AMOUNT
           MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE CHGFILE
           CLOSE CHGRPT.

       6100-WRITE-COUNTER.
           MOVE WS-CTR-ID(WS-CSUB)   TO RPT-CTR-ID
           MOVE WS-CTR-RUNS(WS-CSUB) TO RPT-CTR-RUNS
           MOVE WS-CTR-RATE(WS-CSUB) TO RPT-CTR-RATE
           IF CTR-RATE-FOUND(WS-CSUB)
               MOVE SPACES TO RPT-CTR-NOTE
           ELSE
               MOVE "** NO RATE ON FILE" TO RPT-CTR-NOTE
               ADD 1 TO WS-COUNTERS-NO-RATE
           END-IF
           MOVE WS-RPT-CTR-LINE TO RPT-LINE
           WRITE RPT-LINE
      *    consumption first, then what was reserved and kept, so
      *    the two never read as one figure
           MOVE "F" TO WS-NEW-TYPE
           PERFORM 6200-WRITE-CONSUMERS
           MOVE "D" TO WS-NEW-TYPE
           PERFORM 6200-WRITE-CONSUMERS
           MOVE "R" TO WS-NEW-TYPE
           PERFORM 6200-WRITE-CONSUMERS

           MOVE "RUNHIST MOVEMENT     :" TO RPT-SUM-LABEL
           MOVE WS-CTR-MOVEMENT(WS-CSUB) TO RPT-SUM-VALUE
           MOVE WS-RPT-SUM-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "NUMBERS CHARGED      :" TO RPT-SUM-LABEL
           MOVE WS-CTR-CHARGED(WS-CSUB) TO RPT-SUM-VALUE
           MOVE WS-RPT-SUM-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RESERVED NOT RETURNED:" TO RPT-SUM-LABEL
           MOVE WS-CTR-KEPT(WS-CSUB) TO RPT-SUM-VALUE
           MOVE WS-RPT-SUM-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "OPERATOR CORRECTIONS :" TO RPT-SUM-LABEL
           MOVE WS-CTR-CORRECTIONS(WS-CSUB) TO RPT-SUM-VALUE
           MOVE WS-RPT-SUM-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RESETS AND WRAPS     :" TO RPT-SUM-LABEL
           COMPUTE RPT-SUM-VALUE = WS-CTR-RESET-ADJ(WS-CSUB)
               + WS-CTR-WRAP-ADJ(WS-CSUB)
           MOVE WS-RPT-SUM-LINE TO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-DIFFERENCE = WS-CTR-MOVEMENT(WS-CSUB)
               - WS-CTR-TAKEN(WS-CSUB)
               - WS-CTR-CORRECTIONS(WS-CSUB)
               - WS-CTR-RESET-ADJ(WS-CSUB)
               - WS-CTR-WRAP-ADJ(WS-CSUB)
           IF WS-DIFFERENCE = ZERO
               MOVE "BALANCED" TO RPT-BAL-STATUS
           ELSE
               MOVE "OUT OF BALANCE BY" TO RPT-BAL-STATUS
               MOVE WS-DIFFERENCE TO RPT-SUM-VALUE
               MOVE RPT-SUM-VALUE TO RPT-BAL-STATUS(19:12)
               ADD 1 TO WS-COUNTERS-OOB
               DISPLAY "CNTRCHRG: COUNTER " WS-CTR-ID(WS-CSUB)
                   " CHARGES DO NOT BALANCE TO RUNHIST"
           END-IF
           MOVE WS-RPT-BAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       6200-WRITE-CONSUMERS.
           PERFORM VARYING WS-USUB FROM 1 BY 1
                   UNTIL WS-USUB > WS-USE-COUNT
               IF WS-USE-CSUB(WS-USUB) = WS-CSUB
                  AND WS-USE-TYPE(WS-USUB) = WS-NEW-TYPE
                   PERFORM 6210-WRITE-ONE-CONSUMER
               END-IF
           END-PERFORM.

       6210-WRITE-ONE-CONSUMER.
           COMPUTE WS-NET-CHARGED = WS-USE-TAKEN(WS-USUB)
               - WS-USE-RETURNED(WS-USUB)
           COMPUTE WS-NET-AMOUNT ROUNDED =
               WS-NET-CHARGED * WS-CTR-RATE(WS-CSUB)
           ADD WS-NET-AMOUNT TO WS-TOTAL-AMOUNT
           MOVE WS-CHARGE-MONTH          TO CHG-MONTH
           MOVE WS-CTR-ID(WS-CSUB)       TO CHG-COUNTER-ID
           MOVE WS-USE-TYPE(WS-USUB)     TO CHG-CONSUMER-TYPE
           MOVE WS-USE-CONSUMER(WS-USUB) TO CHG-CONSUMER-ID
           MOVE WS-USE-TAKEN(WS-USUB)    TO CHG-TAKEN
           MOVE WS-USE-RETURNED(WS-USUB) TO CHG-RETURNED
           MOVE WS-NET-CHARGED           TO CHG-CHARGED
           MOVE WS-CTR-RATE(WS-CSUB)     TO CHG-RATE
           MOVE WS-NET-AMOUNT            TO CHG-AMOUNT
           WRITE CHG-RECORD
           ADD 1 TO WS-CHARGES-WRITTEN
           EVALUATE WS-USE-TYPE(WS-USUB)
               WHEN "F"
                   MOVE "FEED"      TO RPT-USE-TYPE
               WHEN "D"
                   MOVE "DAYTIME"   TO RPT-USE-TYPE
               WHEN OTHER
                   MOVE "RESERVED"  TO RPT-USE-TYPE
           END-EVALUATE
           MOVE WS-USE-CONSUMER(WS-USUB) TO RPT-USE-ID
           MOVE WS-USE-TAKEN(WS-USUB)    TO RPT-USE-TAKEN
           MOVE WS-USE-RETURNED(WS-USUB) TO RPT-USE-BACK
           MOVE WS-NET-CHARGED           TO RPT-USE-NET
           MOVE WS-NET-AMOUNT            TO RPT-USE-AMOUNT
           MOVE WS-RPT-USE-LINE TO RPT-LINE
           WRITE RPT-LINE.

       1900-FIND-COUNTER.
           MOVE ZERO TO WS-CSUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CTR-COUNT
               IF WS-CTR-ID(WS-SUB) = WS-KEY-COUNTER
                   MOVE WS-SUB TO WS-CSUB
               END-IF
           END-PERFORM.
