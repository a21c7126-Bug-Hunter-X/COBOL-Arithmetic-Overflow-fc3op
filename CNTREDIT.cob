      * passed through to CLEANFIL for CNTRBAT's duplicate-date
      * control, followed by a fresh trailer covering the accepted
      * records.
      *
      * A plausible counter-id is then checked against the live
      * control file, so a transaction CNTRBAT would only refuse -
      * using it up without a trace - is stopped here instead: a
      * counter that was never defined is rejected with reason 05
      * and a RETIRED counter with reason 06, onto the same REJFILE
      * the repair screen and the aging report work from. A FROZEN
      * counter is not an error - the business line has only been
      * paused - so its transactions are held on the pended file
      * (reason COUNTER FROZEN), outside the stream and outside the
      * accepted count, and the CNTRRCYC step releases them on the
      * first night after CNTRDEF ACTIVATEs the counter. Holds, like
      * rejects, are written only once the trailer has proven the
      * file. Without a control file on hand the status check is
      * skipped and the batch run's own refusal still applies. Only
      * a counter that is not on the file is reason 05: a control
      * file that cannot be opened or read rejects the WHOLE file
      * with return code 8, since no edit against it can be trusted.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDITRPT-STATUS.

           SELECT CTLFILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-ID
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT PNDFILE ASSIGN TO PNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(80).

       FD  CTLFILE.
           COPY WCOUNTER REPLACING ==:PREFIX:== BY ==CTL==.

       FD  PNDFILE
           RECORDING MODE IS F.
           COPY WPNDREC REPLACING ==:PREFIX:== BY ==PND==.

       WORKING-STORAGE SECTION.
       COPY WTRNTRL REPLACING ==:PREFIX:== BY ==WS-OTRL==.

               10  WS-REJT-IMAGE        PIC X(80).
       01  WS-RSUB                  PIC 9(3) VALUE ZERO.

      *    the night's transactions for frozen counters, held back
      *    the same way until the trailer proves the file; a frozen
      *    business line can hold a whole night's work, hence the
      *    depth
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-HOLD-MAX         PIC 9(4) VALUE 2000.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10  WS-HOLDT-COUNTER-ID  PIC X(8).
               10  WS-HOLDT-IMAGE       PIC X(80).
       01  WS-HSUB                  PIC 9(4) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-TRANFILE-STATUS  PIC X(2) VALUE "00".
               88  TRANFILE-OK              VALUE "00".
           05  WS-REJFILE-STATUS   PIC X(2) VALUE "00".
               88  REJFILE-NOT-FOUND        VALUE "35".
           05  WS-EDITRPT-STATUS   PIC X(2) VALUE "00".
           05  WS-CTLFILE-STATUS   PIC X(2) VALUE "00".
               88  CTLFILE-OK               VALUE "00".
               88  CTLFILE-REC-NOT-FND      VALUE "23".
               88  CTLFILE-NOT-FOUND        VALUE "35".
           05  WS-PNDFILE-STATUS   PIC X(2) VALUE "00".
               88  PNDFILE-NOT-FOUND        VALUE "35".
           05  WS-CTL-OPEN-FLAG    PIC X(1) VALUE "N".
               88  CTLFILE-OPENED           VALUE "Y".
           05  WS-FROZEN-FLAG      PIC X(1) VALUE "N".
               88  COUNTER-FROZEN           VALUE "Y".
           05  WS-ANY-ACCEPTED     PIC X(1) VALUE "N".
               88  PRIOR-ID-ON-HAND         VALUE "Y".
           05  WS-CTR-ID-FLAG      PIC X(1) VALUE "N".
           05  WS-REJ-DUPLICATE         PIC 9(9) VALUE ZERO.
           05  WS-REJ-OUT-OF-ORDER      PIC 9(9) VALUE ZERO.
           05  WS-REJ-BAD-COUNTER       PIC 9(9) VALUE ZERO.
           05  WS-REJ-UNDEFINED         PIC 9(9) VALUE ZERO.
           05  WS-REJ-RETIRED           PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-HELD          PIC 9(9) VALUE ZERO.
           05  WS-CSUB                  PIC 9(2) VALUE ZERO.
           05  WS-FSUB                  PIC 9(2) VALUE ZERO.
           05  WS-FEED-CUR              PIC 9(2) VALUE ZERO.
               10  WS-FEED-TBL-ID       PIC X(8).
               10  WS-FEED-ACCEPTED     PIC 9(9).
               10  WS-FEED-REJECTED     PIC 9(9).
               10  WS-FEED-HELD         PIC 9(9).

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
                   " INVALID COUNTER-ID :".
               10  RPT-BAD-COUNTER  PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-UNDEFINED.
               10  FILLER           PIC X(22) VALUE
                   " COUNTER NOT DEFINED:".
               10  RPT-UNDEFINED    PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-RETIRED.
               10  FILLER           PIC X(22) VALUE
                   " COUNTER RETIRED    :".
               10  RPT-RETIRED      PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-HELD.
               10  FILLER           PIC X(22) VALUE
                   "HELD - FROZEN CTR   :".
               10  RPT-HELD         PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-BUS-DATE.
               10  FILLER           PIC X(22) VALUE
                   "BUSINESS DATE       :".
               10  RPT-FEED-ACC     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(10) VALUE " REJECTED ".
               10  RPT-FEED-REJ     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(6)  VALUE " HELD ".
               10  RPT-FEED-HELD    PIC ZZZZZZZZ9.
               10  FILLER           PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           IF NOT FILE-REJECTED
               PERFORM 7000-WRITE-CLEAN-TRAILER
               PERFORM 7500-WRITE-HELD-REJECTS
               IF WS-HOLD-COUNT > ZERO
                   PERFORM 7600-WRITE-HELD-TRANS
               END-IF
           END-IF
           PERFORM 8000-WRITE-REPORT
           PERFORM 9000-TERMINATE
           IF REJFILE-NOT-FOUND
               OPEN OUTPUT REJFILE
           END-IF
           OPEN INPUT CTLFILE
           IF CTLFILE-NOT-FOUND
               DISPLAY "CNTREDIT: CTLFILE NOT ON HAND - COUNTER "
                   "STATUS NOT CHECKED"
           ELSE
               IF CTLFILE-OK
                   SET CTLFILE-OPENED TO TRUE
               ELSE
                   DISPLAY "CNTREDIT: CTLFILE OPEN FAILED - STATUS "
                       WS-CTLFILE-STATUS
                   MOVE "CONTROL FILE OPEN FAILED" TO WS-FILE-VERDICT
                   SET FILE-REJECTED TO TRUE
               END-IF
           END-IF
           OPEN INPUT TRANFILE
           IF TRANFILE-NOT-FOUND
               SET TRANFILE-AT-END TO TRUE
                       IF COUNTER-ID-BAD
                           MOVE "04" TO WS-REASON-CODE
                           ADD 1 TO WS-REJ-BAD-COUNTER
                       ELSE
                           PERFORM 2200-CHECK-COUNTER-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 2400-FIND-FEED
           IF WS-REASON-CODE = SPACES AND COUNTER-FROZEN
               PERFORM 2500-HOLD-FROZEN-TRAN
           ELSE
           IF WS-REASON-CODE = SPACES
               ADD 1 TO WS-RECORDS-ACCEPTED
               IF WS-FEED-CUR > ZERO
                   SET FILE-REJECTED TO TRUE
               END-IF
           END-IF
           END-IF

           READ TRANFILE
               AT END
                       WS-FEED-TBL-ID(WS-FEED-CUR)
                   MOVE ZERO TO WS-FEED-ACCEPTED(WS-FEED-CUR)
                   MOVE ZERO TO WS-FEED-REJECTED(WS-FEED-CUR)
                   MOVE ZERO TO WS-FEED-HELD(WS-FEED-CUR)
               ELSE
                   DISPLAY "CNTREDIT: FEED TABLE FULL - "
                       TRAN-FEED-ID " NOT BROKEN OUT"
               END-IF
           END-PERFORM.

      *    the counter the batch run would draw on must be open for
      *    business: on file (a blank id is the order counter) and
      *    not retired. frozen is not an error - the transaction is
      *    held, not rejected
       2200-CHECK-COUNTER-STATUS.
           MOVE "N" TO WS-FROZEN-FLAG
           IF CTLFILE-OPENED
               MOVE TRAN-COUNTER-ID TO CTL-ID
               IF CTL-ID = SPACES
                   MOVE "ORDERS" TO CTL-ID
               END-IF
               READ CTLFILE
               IF CTLFILE-REC-NOT-FND
                   MOVE "05" TO WS-REASON-CODE
                   ADD 1 TO WS-REJ-UNDEFINED
               ELSE
               IF NOT CTLFILE-OK
      *            an unreadable control file is not an undefined
      *            counter - the night stops rather than sending
      *            every transaction to the reject file
                   DISPLAY "CNTREDIT: CTLFILE READ FAILED ON "
                       CTL-ID " - STATUS " WS-CTLFILE-STATUS
                   MOVE "CONTROL FILE READ FAILED" TO WS-FILE-VERDICT
                   SET FILE-REJECTED TO TRUE
               ELSE
                   IF CTL-STATUS-RETIRED
                       MOVE "06" TO WS-REASON-CODE
                       ADD 1 TO WS-REJ-RETIRED
                   ELSE
                       IF CTL-STATUS-FROZEN
                           SET COUNTER-FROZEN TO TRUE
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      *    a held transaction is in order, so it still sets the
      *    ascending-id position - a later copy of it is a duplicate
      *    like any other
       2500-HOLD-FROZEN-TRAN.
           IF WS-HOLD-COUNT < WS-HOLD-MAX
               ADD 1 TO WS-HOLD-COUNT
               ADD 1 TO WS-RECORDS-HELD
               IF WS-FEED-CUR > ZERO
                   ADD 1 TO WS-FEED-HELD(WS-FEED-CUR)
               END-IF
               MOVE CTL-ID      TO WS-HOLDT-COUNTER-ID(WS-HOLD-COUNT)
               MOVE TRAN-RECORD TO WS-HOLDT-IMAGE(WS-HOLD-COUNT)
               MOVE TRAN-ID TO WS-PREV-TRAN-ID
               SET PRIOR-ID-ON-HAND TO TRUE
           ELSE
               MOVE "HOLD LIMIT EXCEEDED" TO WS-FILE-VERDICT
               SET FILE-REJECTED TO TRUE
           END-IF.

      *    the trailer must agree, in count and in hash, with what
      *    was actually read between header and trailer - and it
      *    must be the last thing in the file
               WRITE REJ-RECORD
           END-PERFORM.

      *    the pended file accumulates across nights like the reject
      *    file; CNTRRCYC re-drives a held transaction once the
      *    control file shows its counter ACTIVE again
       7600-WRITE-HELD-TRANS.
           OPEN EXTEND PNDFILE
           IF PNDFILE-NOT-FOUND
               OPEN OUTPUT PNDFILE
           END-IF
           PERFORM VARYING WS-HSUB FROM 1 BY 1
                   UNTIL WS-HSUB > WS-HOLD-COUNT
               MOVE WS-CURRENT-DATE  TO PND-DATE
               MOVE SPACES           TO PND-RUN-ID
               MOVE WS-HOLDT-COUNTER-ID(WS-HSUB) TO PND-COUNTER-ID
               MOVE "COUNTER FROZEN" TO PND-REASON
               SET PND-PENDING       TO TRUE
               MOVE ZERO             TO PND-RELEASE-DATE
               MOVE WS-HOLDT-IMAGE(WS-HSUB) TO PND-TRAN-RECORD
               WRITE PND-RECORD
           END-PERFORM
           CLOSE PNDFILE.

       8000-WRITE-REPORT.
           MOVE WS-RECORDS-READ     TO RPT-READ
           MOVE WS-RECORDS-ACCEPTED TO RPT-ACCEPTED
           MOVE WS-REJ-DUPLICATE    TO RPT-DUPLICATE
           MOVE WS-REJ-OUT-OF-ORDER TO RPT-OUT-OF-ORDER
           MOVE WS-REJ-BAD-COUNTER  TO RPT-BAD-COUNTER
           MOVE WS-REJ-UNDEFINED    TO RPT-UNDEFINED
           MOVE WS-REJ-RETIRED      TO RPT-RETIRED
           MOVE WS-RECORDS-HELD     TO RPT-HELD

           MOVE WS-BUSINESS-DATE TO RPT-BUS-DATE
           MOVE WS-FEED-ID       TO RPT-FEED-ID
           WRITE RPT-LINE
           MOVE WS-RPT-BAD-COUNTER TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-UNDEFINED   TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-RETIRED     TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HELD        TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-FSUB FROM 1 BY 1
                   UNTIL WS-FSUB > WS-FEED-COUNT
               MOVE WS-FEED-TBL-ID(WS-FSUB)   TO RPT-FEED-TBL-ID
               MOVE WS-FEED-ACCEPTED(WS-FSUB) TO RPT-FEED-ACC
               MOVE WS-FEED-REJECTED(WS-FSUB) TO RPT-FEED-REJ
               MOVE WS-FEED-HELD(WS-FSUB)     TO RPT-FEED-HELD
               MOVE WS-RPT-FEED-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           IF NOT TRANFILE-NOT-FOUND
               CLOSE TRANFILE
           END-IF
           IF CTLFILE-OPENED
               CLOSE CTLFILE
           END-IF
           CLOSE CLEANFIL
           CLOSE REJFILE.
