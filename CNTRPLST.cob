       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRPLST.
      *
      * CNTRPLST - Pending counter-definition changes listing.
      * Lists, counter by counter, every action CNTRDEF has recorded
      * on the PDEFFILE pending file (copybook WPDFREC) that the
      * nightly CNTRPEND step has not yet applied, so nobody is
      * surprised by a counter that opens, freezes or retires
      * itself overnight. Each counter is headed with its status on
      * the control file today; each action shows its effective
      * business date, how many days off that is, who keyed it and
      * who confirmed it, and for a DEFINE the seed and mode keyed.
      *
      * The optional PLSTCFG record names one counter to list; with
      * no record, or a blank one, every counter with something
      * pending is listed. An action whose effective date has
      * already gone by and is still pending means the nightly
      * apply has not run for that date: it is flagged OVERDUE and
      * ends the step with return code 4. Read only - nothing here
      * changes the pending file or the control file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLSTCFG ASSIGN TO PLSTCFG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLSTCFG-STATUS.

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

           SELECT PLSTRPT ASSIGN TO PLSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLSTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLSTCFG
           RECORDING MODE IS F.
       01  PLSTCFG-RECORD.
           05  PCFG-COUNTER-ID      PIC X(8).

       FD  PDEFFILE.
           COPY WPDFREC REPLACING ==:PREFIX:== BY ==PDF==.

       FD  CTLFILE.
           COPY WCOUNTER REPLACING ==:PREFIX:== BY ==CTL==.

       FD  PLSTRPT
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-CURRENT-TIME     PIC 9(8).
           05  FILLER              PIC X(5).

       01  WS-SELECT-COUNTER        PIC X(8) VALUE SPACES.
       01  WS-LAST-COUNTER          PIC X(8) VALUE SPACES.
       01  WS-TODAY-INT             PIC S9(9) COMP VALUE ZERO.
       01  WS-DAYS-OFF              PIC S9(9) COMP VALUE ZERO.

       01  WS-COUNTS.
           05  WS-COUNTERS-LISTED   PIC 9(9) VALUE ZERO.
           05  WS-ACTIONS-LISTED    PIC 9(9) VALUE ZERO.
           05  WS-OVERDUE-COUNT     PIC 9(9) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-PLSTCFG-STATUS   PIC X(2) VALUE "00".
               88  PLSTCFG-OK               VALUE "00".
               88  PLSTCFG-NOT-FOUND        VALUE "35".
           05  WS-PDEFFILE-STATUS  PIC X(2) VALUE "00".
               88  PDEFFILE-OK              VALUE "00".
               88  PDEFFILE-AT-END          VALUE "10".
               88  PDEFFILE-NOT-FOUND       VALUE "35".
           05  WS-CTLFILE-STATUS   PIC X(2) VALUE "00".
               88  CTLFILE-OK               VALUE "00".
               88  CTLFILE-NOT-FOUND        VALUE "35".
           05  WS-PLSTRPT-STATUS   PIC X(2) VALUE "00".
           05  WS-CTL-OPEN-FLAG    PIC X(1) VALUE "N".
               88  CTLFILE-OPENED           VALUE "Y".

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
               10  FILLER            PIC X(40) VALUE
                   "CNTRPLST PENDING DEFINITION CHANGES".
               10  FILLER            PIC X(40) VALUE SPACES.
           05  WS-RPT-DATE-LINE.
               10  FILLER            PIC X(22) VALUE
                   "AS OF               :".
               10  RPT-AS-OF-DATE    PIC 9(8).
               10  FILLER            PIC X(11) VALUE
                   "  COUNTER  ".
               10  RPT-SELECTION     PIC X(8).
               10  FILLER            PIC X(31) VALUE SPACES.
           05  WS-RPT-COLUMN-LINE.
               10  FILLER            PIC X(4)  VALUE SPACES.
               10  FILLER            PIC X(9)  VALUE "EFF DATE".
               10  FILLER            PIC X(9)  VALUE "ACTION".
               10  FILLER            PIC X(13) VALUE "WHEN".
               10  FILLER            PIC X(9)  VALUE "KEYED BY".
               10  FILLER            PIC X(9)  VALUE "CONFIRM".
               10  FILLER            PIC X(8)  VALUE "KEYED ON".
               10  FILLER            PIC X(19) VALUE SPACES.
           05  WS-RPT-COUNTER-LINE.
               10  FILLER            PIC X(8)  VALUE "COUNTER ".
               10  RPT-CTR-ID        PIC X(8).
               10  FILLER            PIC X(5)  VALUE " NOW ".
               10  RPT-CTR-STATUS    PIC X(11).
               10  FILLER            PIC X(7)  VALUE " VALUE ".
               10  RPT-CTR-VALUE     PIC ZZZZZZZZ9.
               10  FILLER            PIC X(32) VALUE SPACES.
           05  WS-RPT-DETAIL-LINE.
               10  FILLER            PIC X(4)  VALUE SPACES.
               10  RPT-DET-EFF-DATE  PIC 9(8).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-DET-ACTION    PIC X(8).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-DET-WHEN      PIC X(12).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-DET-OPERATOR  PIC X(8).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-DET-APPROVER  PIC X(8).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  RPT-DET-KEYED     PIC 9(8).
               10  FILLER            PIC X(19) VALUE SPACES.
           05  WS-RPT-WHEN-DAYS.
               10  FILLER            PIC X(3)  VALUE "IN ".
               10  RPT-WHEN-DAYS     PIC ZZZ9.
               10  FILLER            PIC X(5)  VALUE " DAYS".
           05  WS-RPT-DEFINE-LINE.
               10  FILLER            PIC X(22) VALUE SPACES.
               10  FILLER            PIC X(5)  VALUE "SEED ".
               10  RPT-DEF-SEED      PIC ZZZZZZZZ9.
               10  FILLER            PIC X(6)  VALUE " MODE ".
               10  RPT-DEF-MODE      PIC X(1).
               10  FILLER            PIC X(7)  VALUE " FLOOR ".
               10  RPT-DEF-FLOOR     PIC ZZZZZZZZ9.
               10  FILLER            PIC X(7)  VALUE " RESET ".
               10  RPT-DEF-RESET     PIC X(1).
               10  FILLER            PIC X(8)  VALUE " PREFIX ".
               10  RPT-DEF-PREFIX    PIC X(4).
               10  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-NONE-LINE.
               10  FILLER            PIC X(40) VALUE
                   "NO CHANGES PENDING".
               10  FILLER            PIC X(40) VALUE SPACES.
           05  WS-RPT-COUNTERS-LINE.
               10  FILLER            PIC X(22) VALUE
                   "COUNTERS LISTED     :".
               10  RPT-SUM-COUNTERS  PIC ZZZZZZZZ9.
               10  FILLER            PIC X(49) VALUE SPACES.
           05  WS-RPT-ACTIONS-LINE.
               10  FILLER            PIC X(22) VALUE
                   "ACTIONS PENDING     :".
               10  RPT-SUM-ACTIONS   PIC ZZZZZZZZ9.
               10  FILLER            PIC X(49) VALUE SPACES.
           05  WS-RPT-OVERDUE-LINE.
               10  FILLER            PIC X(22) VALUE
                   "ACTIONS OVERDUE     :".
               10  RPT-SUM-OVERDUE   PIC ZZZZZZZZ9.
               10  FILLER            PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT PDEFFILE-NOT-FOUND
               PERFORM 2000-LIST-PENDING
                   UNTIL PDEFFILE-AT-END
           END-IF
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)

           OPEN INPUT PLSTCFG
           IF PLSTCFG-NOT-FOUND
               CONTINUE
           ELSE
               READ PLSTCFG
               IF PLSTCFG-OK
                   MOVE PCFG-COUNTER-ID TO WS-SELECT-COUNTER
               END-IF
               CLOSE PLSTCFG
           END-IF

           OPEN OUTPUT PLSTRPT
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CURRENT-DATE TO RPT-AS-OF-DATE
           IF WS-SELECT-COUNTER = SPACES
               MOVE "ALL"             TO RPT-SELECTION
           ELSE
               MOVE WS-SELECT-COUNTER TO RPT-SELECTION
           END-IF
           MOVE WS-RPT-DATE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE

      *    the control file only supplies each counter's status
      *    today - without it the list still shows what is pending
           OPEN INPUT CTLFILE
           IF CTLFILE-OK
               SET CTLFILE-OPENED TO TRUE
           END-IF

           OPEN INPUT PDEFFILE
           IF PDEFFILE-NOT-FOUND
               DISPLAY "CNTRPLST: NO PENDING FILE - NOTHING PENDING"
           ELSE
               IF WS-SELECT-COUNTER = SPACES
                   MOVE LOW-VALUES TO PDF-KEY
               ELSE
                   MOVE WS-SELECT-COUNTER TO PDF-COUNTER-ID
                   MOVE ZERO TO PDF-EFFECTIVE-DATE
                   MOVE ZERO TO PDF-KEYED-DATE
                   MOVE ZERO TO PDF-KEYED-TIME
               END-IF
               START PDEFFILE KEY NOT < PDF-KEY
               IF NOT PDEFFILE-OK
                   SET PDEFFILE-AT-END TO TRUE
               END-IF
           END-IF.

      *    the key runs counter by counter, so one counter's actions
      *    come together in the order they will be applied
       2000-LIST-PENDING.
           READ PDEFFILE NEXT RECORD
               AT END
                   SET PDEFFILE-AT-END TO TRUE
               NOT AT END
                   IF WS-SELECT-COUNTER NOT = SPACES
                      AND PDF-COUNTER-ID NOT = WS-SELECT-COUNTER
                       SET PDEFFILE-AT-END TO TRUE
                   ELSE
                       IF PDF-PENDING
                           PERFORM 3000-LIST-ACTION
                       END-IF
                   END-IF
           END-READ.

       3000-LIST-ACTION.
           IF PDF-COUNTER-ID NOT = WS-LAST-COUNTER
               PERFORM 3100-WRITE-COUNTER-HEADING
           END-IF
           ADD 1 TO WS-ACTIONS-LISTED
           MOVE PDF-EFFECTIVE-DATE TO RPT-DET-EFF-DATE
           EVALUATE TRUE
               WHEN PDF-ACT-DEFINE
                   MOVE "DEFINE"   TO RPT-DET-ACTION
               WHEN PDF-ACT-FREEZE
                   MOVE "FREEZE"   TO RPT-DET-ACTION
               WHEN PDF-ACT-RETIRE
                   MOVE "RETIRE"   TO RPT-DET-ACTION
               WHEN PDF-ACT-ACTIVATE
                   MOVE "ACTIVATE" TO RPT-DET-ACTION
               WHEN OTHER
                   MOVE PDF-ACTION TO RPT-DET-ACTION
           END-EVALUATE
           PERFORM 3200-SET-WHEN
           MOVE PDF-OPERATOR-ID TO RPT-DET-OPERATOR
           MOVE PDF-APPROVER-ID TO RPT-DET-APPROVER
           MOVE PDF-KEYED-DATE  TO RPT-DET-KEYED
           MOVE WS-RPT-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF PDF-ACT-DEFINE
               MOVE PDF-SEED-VALUE  TO RPT-DEF-SEED
               MOVE PDF-MODE        TO RPT-DEF-MODE
               MOVE PDF-WRAP-FLOOR  TO RPT-DEF-FLOOR
               MOVE PDF-RESET-FREQ  TO RPT-DEF-RESET
               MOVE PDF-FMT-PREFIX  TO RPT-DEF-PREFIX
               MOVE WS-RPT-DEFINE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *    a counter not yet on the control file is one a pending
      *    DEFINE is still to open
       3100-WRITE-COUNTER-HEADING.
           MOVE PDF-COUNTER-ID TO WS-LAST-COUNTER
           ADD 1 TO WS-COUNTERS-LISTED
           MOVE PDF-COUNTER-ID TO RPT-CTR-ID
           MOVE ZERO TO RPT-CTR-VALUE
           IF NOT CTLFILE-OPENED
               MOVE "NOT ON FILE" TO RPT-CTR-STATUS
           ELSE
               MOVE PDF-COUNTER-ID TO CTL-ID
               READ CTLFILE
               IF NOT CTLFILE-OK
                   MOVE "NOT ON FILE" TO RPT-CTR-STATUS
               ELSE
                   MOVE CTL-VALUE TO RPT-CTR-VALUE
                   EVALUATE TRUE
                       WHEN CTL-STATUS-FROZEN
                           MOVE "FROZEN"  TO RPT-CTR-STATUS
                       WHEN CTL-STATUS-RETIRED
                           MOVE "RETIRED" TO RPT-CTR-STATUS
                       WHEN OTHER
                           MOVE "ACTIVE"  TO RPT-CTR-STATUS
                   END-EVALUATE
               END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COUNTER-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    an action keyed for today is applied by tonight's run; one
      *    whose date has gone by has missed its night
       3200-SET-WHEN.
           COMPUTE WS-DAYS-OFF =
               FUNCTION INTEGER-OF-DATE(PDF-EFFECTIVE-DATE)
               - WS-TODAY-INT
           EVALUATE TRUE
               WHEN WS-DAYS-OFF < ZERO
                   MOVE "OVERDUE" TO RPT-DET-WHEN
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN WS-DAYS-OFF = ZERO
                   MOVE "TONIGHT" TO RPT-DET-WHEN
               WHEN WS-DAYS-OFF = 1
                   MOVE "TOMORROW" TO RPT-DET-WHEN
               WHEN WS-DAYS-OFF > 9999
                   MOVE "IN 9999+ DAY" TO RPT-DET-WHEN
               WHEN OTHER
                   MOVE WS-DAYS-OFF TO RPT-WHEN-DAYS
                   MOVE WS-RPT-WHEN-DAYS TO RPT-DET-WHEN
           END-EVALUATE.

       8000-WRITE-TOTALS.
           IF WS-ACTIONS-LISTED = ZERO
               MOVE WS-RPT-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COUNTERS-LISTED TO RPT-SUM-COUNTERS
           MOVE WS-RPT-COUNTERS-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ACTIONS-LISTED TO RPT-SUM-ACTIONS
           MOVE WS-RPT-ACTIONS-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OVERDUE-COUNT TO RPT-SUM-OVERDUE
           MOVE WS-RPT-OVERDUE-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9000-TERMINATE.
           CLOSE PLSTRPT
           IF NOT PDEFFILE-NOT-FOUND
               CLOSE PDEFFILE
           END-IF
           IF CTLFILE-OPENED
               CLOSE CTLFILE
           END-IF.
