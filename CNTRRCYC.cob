      * A file without the transmission header is passed through
      * untouched, with nothing recycled - CNTREDIT will refuse it
      * anyway, and a guessed merge would only muddy the water.
      *
      * Transactions CNTRBAT pended for a halted counter (PNDFILE)
      * are re-driven the same way once the counter is fixed: the
      * control file must show it ACTIVE with a numeric value that
      * can take another tick (below the ceiling, or under WRAP).
      * Until an operator has put it right through CNTRMAINT or
      * CNTRDEF its transactions stay pending - re-driving them into
      * a counter that is still stuck would only pend them again.
      * Re-driven records are marked on the pended file so each
      * goes back in exactly once; a transaction pended twice (a
      * restart that repeated part of a night) is merged once.
      * Transactions CNTREDIT held for a FROZEN counter sit on the
      * same file and pass the same test, so they are released on
      * the first night after CNTRDEF ACTIVATEs the counter.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJFILE-STATUS.

           SELECT PNDFILE ASSIGN TO PNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDFILE-STATUS.

           SELECT CTLFILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT MRGFILE ASSIGN TO MRGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGFILE-STATUS.
           RECORDING MODE IS F.
           COPY WREJREC REPLACING ==:PREFIX:== BY ==REJ==.

       FD  PNDFILE
           RECORDING MODE IS F.
           COPY WPNDREC REPLACING ==:PREFIX:== BY ==PND==.

       FD  CTLFILE.
           COPY WCOUNTER REPLACING ==:PREFIX:== BY ==CTL==.

       FD  MRGFILE
           RECORDING MODE IS F.
       01  MRG-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WTRNTRL REPLACING ==:PREFIX:== BY ==WS-OTRL==.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  FILLER              PIC X(13).

       01  WS-CONTROL-TOTALS.
           05  WS-READ-COUNT       PIC 9(9)  VALUE ZERO.
           05  WS-READ-HASH        PIC 9(15) VALUE ZERO.
           05  WS-RCY-HASH         PIC 9(15) VALUE ZERO.
       01  WS-FILE-VERDICT          PIC X(30) VALUE "MERGED".

      *    the repaired rejects and released pended transactions
      *    waiting to go back in, held in core and drained into the
      *    stream in TRAN-ID order. a halted counter can pend a whole
      *    night's work for its business line, hence the depth
       01  WS-RCY-TABLE.
           05  WS-RCY-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-RCY-MAX          PIC 9(4) VALUE 2000.
           05  WS-NEXT-RCY         PIC 9(4) VALUE 1.
           05  WS-RCY-ENTRY OCCURS 2000 TIMES.
               10  WS-RCY-ID            PIC 9(10).
               10  WS-RCY-IMAGE         PIC X(80).
               10  WS-RCY-SOURCE        PIC X(1).
                   88  RCY-FROM-REJECTS         VALUE "R".
                   88  RCY-FROM-PENDED          VALUE "P".

       01  WS-HOLD-RCY.
           05  WS-HOLD-ID          PIC 9(10).
           05  WS-HOLD-IMAGE       PIC X(80).
           05  WS-HOLD-SOURCE      PIC X(1).

       01  WS-SUBSCRIPTS.
           05  WS-SORT-I           PIC 9(4) VALUE ZERO.
           05  WS-SORT-J           PIC 9(4) VALUE ZERO.
           05  WS-SUB              PIC 9(4) VALUE ZERO.
           05  WS-MARKED           PIC 9(4) VALUE ZERO.
           05  WS-REJ-LOADED       PIC 9(4) VALUE ZERO.
           05  WS-PND-LOADED       PIC 9(4) VALUE ZERO.
           05  WS-PND-WAITING      PIC 9(9) VALUE ZERO.

       01  WS-TRAN-WORK.
           05  WS-TW-TRAN-ID       PIC X(10).
               88  REJFILE-OK               VALUE "00".
               88  REJFILE-AT-END           VALUE "10".
               88  REJFILE-NOT-FOUND        VALUE "35".
           05  WS-PNDFILE-STATUS   PIC X(2) VALUE "00".
               88  PNDFILE-OK               VALUE "00".
               88  PNDFILE-AT-END           VALUE "10".
               88  PNDFILE-NOT-FOUND        VALUE "35".
           05  WS-CTLFILE-STATUS   PIC X(2) VALUE "00".
               88  CTLFILE-OK               VALUE "00".
               88  CTLFILE-NOT-FOUND        VALUE "35".
           05  WS-MRGFILE-STATUS   PIC X(2) VALUE "00".
           05  WS-RCYCRPT-STATUS   PIC X(2) VALUE "00".
           05  WS-MODE-FLAG        PIC X(1) VALUE "N".
               88  TRAILER-DONE             VALUE "Y".
           05  WS-FILEREJ-FLAG     PIC X(1) VALUE "N".
               88  FILE-REJECTED            VALUE "Y".
           05  WS-FIXED-FLAG       PIC X(1) VALUE "N".
               88  COUNTER-FIXED            VALUE "Y".
           05  WS-DUP-FLAG         PIC X(1) VALUE "N".
               88  ALREADY-LOADED           VALUE "Y".

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
                   "REJECTS RECYCLED    :".
               10  RPT-RECYCLED     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-REDRIVEN.
               10  FILLER           PIC X(22) VALUE
                   "PENDED RE-DRIVEN    :".
               10  RPT-REDRIVEN     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-WAITING.
               10  FILLER           PIC X(22) VALUE
                   "PENDED STILL WAITING:".
               10  RPT-WAITING      PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-VERDICT.
               10  FILLER           PIC X(22) VALUE
                   "FILE VERDICT        :".
                   MOVE "TRAILER RECORD MISSING" TO WS-FILE-VERDICT
                   SET FILE-REJECTED TO TRUE
               END-IF
               IF NOT FILE-REJECTED AND WS-REJ-LOADED > ZERO
                   PERFORM 3000-MARK-RECYCLED
               END-IF
               IF NOT FILE-REJECTED AND WS-PND-LOADED > ZERO
                   PERFORM 3200-MARK-REDRIVEN
               END-IF
           ELSE
               PERFORM 2500-PASS-RECORD
                   UNTIL TRANFILE-AT-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 1100-LOAD-REPAIRED-REJECTS
           PERFORM 1400-LOAD-PENDED-TRANS
           PERFORM 1300-SORT-REPAIRED-REJECTS

           OPEN OUTPUT MRGFILE
                   MOVE REJ-TRAN-RECORD TO WS-TRAN-WORK
                   IF WS-TW-TRAN-ID NUMERIC
                       ADD 1 TO WS-RCY-COUNT
                       ADD 1 TO WS-REJ-LOADED
                       MOVE WS-TW-TRAN-ID TO
                           WS-RCY-ID(WS-RCY-COUNT)
                       MOVE REJ-TRAN-RECORD TO
                           WS-RCY-IMAGE(WS-RCY-COUNT)
                       SET RCY-FROM-REJECTS(WS-RCY-COUNT) TO TRUE
                       ADD WS-RCY-ID(WS-RCY-COUNT) TO WS-RCY-HASH
                   END-IF
               ELSE
                   SET REJFILE-AT-END TO TRUE
           END-READ.

      *    pended transactions go back in only for a counter the
      *    control file now shows fixed; everything else keeps
      *    waiting and is counted for the report
       1400-LOAD-PENDED-TRANS.
           OPEN INPUT CTLFILE
           OPEN INPUT PNDFILE
           IF PNDFILE-NOT-FOUND
               SET PNDFILE-AT-END TO TRUE
           ELSE
               READ PNDFILE
                   AT END
                       SET PNDFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1410-LOAD-ONE-PENDED
               UNTIL PNDFILE-AT-END
           IF NOT PNDFILE-NOT-FOUND
               CLOSE PNDFILE
               MOVE "00" TO WS-PNDFILE-STATUS
           END-IF.

       1410-LOAD-ONE-PENDED.
           IF PND-PENDING
               PERFORM 1450-CHECK-COUNTER-FIXED
               MOVE PND-TRAN-RECORD TO WS-TRAN-WORK
               IF COUNTER-FIXED AND WS-TW-TRAN-ID NUMERIC
                   PERFORM 1420-FIND-LOADED-PENDED
                   IF ALREADY-LOADED
                       CONTINUE
                   ELSE
                       IF WS-RCY-COUNT < WS-RCY-MAX
                           ADD 1 TO WS-RCY-COUNT
                           ADD 1 TO WS-PND-LOADED
                           MOVE WS-TW-TRAN-ID TO
                               WS-RCY-ID(WS-RCY-COUNT)
                           MOVE PND-TRAN-RECORD TO
                               WS-RCY-IMAGE(WS-RCY-COUNT)
                           SET RCY-FROM-PENDED(WS-RCY-COUNT) TO TRUE
                           ADD WS-RCY-ID(WS-RCY-COUNT) TO WS-RCY-HASH
                       ELSE
                           ADD 1 TO WS-PND-WAITING
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-PND-WAITING
               END-IF
           END-IF
           READ PNDFILE
               AT END
                   SET PNDFILE-AT-END TO TRUE
           END-READ.

       1420-FIND-LOADED-PENDED.
           MOVE "N" TO WS-DUP-FLAG
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RCY-COUNT OR ALREADY-LOADED
               IF RCY-FROM-PENDED(WS-SUB)
                  AND WS-RCY-ID(WS-SUB) = WS-TW-TRAN-ID
                   SET ALREADY-LOADED TO TRUE
               END-IF
           END-PERFORM.

      *    fixed means the next tick can succeed: on file, ACTIVE,
      *    a numeric value, and headroom below the ceiling unless the
      *    counter wraps. a frozen counter waits for its ACTIVATE
       1450-CHECK-COUNTER-FIXED.
           MOVE "N" TO WS-FIXED-FLAG
           IF NOT CTLFILE-NOT-FOUND
               MOVE PND-COUNTER-ID TO CTL-ID
               READ CTLFILE
               IF CTLFILE-OK
                  AND CTL-STATUS-ACTIVE
                  AND CTL-VALUE NUMERIC
                   IF CTL-MODE-WRAP OR CTL-VALUE < 999999999
                       SET COUNTER-FIXED TO TRUE
                   END-IF
               END-IF
           END-IF.

       1300-SORT-REPAIRED-REJECTS.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-RCY-COUNT
               END-READ
               PERFORM 3100-MARK-ONE-REJECT
                   UNTIL REJFILE-AT-END
                      OR WS-MARKED NOT < WS-REJ-LOADED
               CLOSE REJFILE
           END-IF.

                   SET REJFILE-AT-END TO TRUE
           END-READ.

      *    every pending record whose counter is fixed and whose
      *    TRAN-ID went in is marked - including a repeat of the same
      *    transaction, which was merged only once
       3200-MARK-REDRIVEN.
           OPEN I-O PNDFILE
           IF PNDFILE-NOT-FOUND
               CONTINUE
           ELSE
               READ PNDFILE
                   AT END
                       SET PNDFILE-AT-END TO TRUE
               END-READ
               PERFORM 3300-MARK-ONE-PENDED
                   UNTIL PNDFILE-AT-END
               CLOSE PNDFILE
           END-IF.

       3300-MARK-ONE-PENDED.
           IF PND-PENDING
               PERFORM 1450-CHECK-COUNTER-FIXED
               MOVE PND-TRAN-RECORD TO WS-TRAN-WORK
               IF COUNTER-FIXED AND WS-TW-TRAN-ID NUMERIC
                   PERFORM 1420-FIND-LOADED-PENDED
                   IF ALREADY-LOADED
                       SET PND-REDRIVEN TO TRUE
                       MOVE WS-CURRENT-DATE TO PND-RELEASE-DATE
                       REWRITE PND-RECORD
                   END-IF
               END-IF
           END-IF
           READ PNDFILE
               AT END
                   SET PNDFILE-AT-END TO TRUE
           END-READ.

       8000-WRITE-REPORT.
           MOVE WS-READ-COUNT  TO RPT-READ
           MOVE WS-REJ-LOADED  TO RPT-RECYCLED
           MOVE WS-PND-LOADED  TO RPT-REDRIVEN
           MOVE WS-PND-WAITING TO RPT-WAITING
           IF FILE-REJECTED OR NOT MERGE-MODE
               MOVE ZERO TO RPT-RECYCLED
               MOVE ZERO TO RPT-REDRIVEN
      *        nothing went in, so everything loaded is still waiting
               COMPUTE WS-PND-WAITING = WS-PND-WAITING + WS-PND-LOADED
               MOVE WS-PND-WAITING TO RPT-WAITING
           END-IF
           MOVE WS-FILE-VERDICT TO RPT-VERDICT

           WRITE RPT-LINE
           MOVE WS-RPT-RECYCLED TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-REDRIVEN TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-WAITING  TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-VERDICT  TO RPT-LINE
           WRITE RPT-LINE
           CLOSE RCYCRPT.
           IF NOT TRANFILE-NOT-FOUND
               CLOSE TRANFILE
           END-IF
           IF NOT CTLFILE-NOT-FOUND
               CLOSE CTLFILE
           END-IF
           CLOSE MRGFILE.
