       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRACK.
      *
      * CNTRACK - Per-feed acknowledgement files.
      * CNTRINTK stamps every record with the id of the feed that
      * sent it, but until now nothing went back: each business
      * line rang in every morning to ask which of its TRAN-IDs got
      * numbers and which bounced. This end-of-night step answers
      * in writing - one acknowledgement file per feed (ACKFIL1/2/3
      * for FEEDFIL1/2/3), carrying every TRAN-ID that feed sent
      * with its outcome in the WACKREC layout.
      *
      * The feed files are re-read as they arrived and matched, in
      * TRAN-ID order, against the night's ASGFILE: an assignment
      * from the same feed gives the sequence value and DISPLAY-
      * NUMBER. A transaction with no assignment is looked for on
      * the pended file (a halted counter set it aside, or the edit
      * held it for a frozen counter - HELD), then on the standing
      * reject file (CNTREDIT bounced it - the reason code is
      * returned), then among the refusals the batch run logged to
      * EXCFILE for its counter (frozen, retired or undefined).
      * Whatever is left the batch run never reached - a run halted
      * outright - and is acknowledged NOT PROCESSED, with return
      * code 4 so the morning shift looks before the business does.
      * Assignments on ASGFILE for the feed that it did not send
      * tonight are repaired rejects or re-driven pended work from
      * an earlier night; they are acknowledged too, so the earlier
      * REJECTED or PENDED answer is followed by the final one.
      *
      * After a restart ASGFILE is extended, not recut, so it holds
      * the abended run's assignments followed by the restart's,
      * each run in TRAN-ID order. The restart re-issues everything
      * after the abended run's checkpoint, so an abended run's
      * assignment at or past the first TRAN-ID the next run on the
      * file assigned was never hardened and is passed over: each
      * TRAN-ID is answered once, with the number that stood.
      *
      * Rejects and pended transactions are taken from the current
      * and the previous calendar day, so a batch window that runs
      * past midnight still finds what its edit bounced; when the
      * same TRAN-ID appears on both days the later record answers.
      * Refusals are taken only from the batch run named on the
      * checkpoint, so a daytime refusal of the same counter cannot
      * be mistaken for tonight's.
      *
      * Each acknowledgement file carries its own WTRNHDR header
      * (the feed's business date and feed id) and WTRNTRL trailer
      * (record count and hash total of the acknowledged TRAN-IDs),
      * the same controls we demand of the feed. A feed not on hand
      * tonight gets an empty acknowledgement file, so yesterday's
      * answer cannot be picked up again as today's. If the reject
      * or pended windows will not fit in core no acknowledgement
      * is written at all - a wrong answer is worse than a late one
      * - and the step ends with return code 8. A summary per feed
      * goes to ACKRPT.
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

           SELECT ASGFILE ASSIGN TO ASGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASGFILE-STATUS.

           SELECT REJFILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJFILE-STATUS.

           SELECT PNDFILE ASSIGN TO PNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDFILE-STATUS.

           SELECT EXCFILE ASSIGN TO EXCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCFILE-STATUS.

           SELECT CHKFILE ASSIGN TO CHKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKFILE-STATUS.

           SELECT ACKRPT ASSIGN TO ACKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKRPT-STATUS.

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

       FD  ASGFILE
           RECORDING MODE IS F.
           COPY WASGREC REPLACING ==:PREFIX:== BY ==ASG==.

       FD  REJFILE
           RECORDING MODE IS F.
           COPY WREJREC REPLACING ==:PREFIX:== BY ==REJ==.

       FD  PNDFILE
           RECORDING MODE IS F.
           COPY WPNDREC REPLACING ==:PREFIX:== BY ==PND==.

       FD  EXCFILE
           RECORDING MODE IS F.
           COPY WEXCREC REPLACING ==:PREFIX:== BY ==EXC==.

       FD  CHKFILE
           RECORDING MODE IS F.
           COPY WCHKPNT REPLACING ==:PREFIX:== BY ==CHK==.

       FD  ACKRPT
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
      *    work overlays for whichever feed record is in hand - data,
      *    header and trailer views of the same bytes
       01  WS-TRAN-IMAGE            PIC X(80).
       01  WS-TRAN-VIEW REDEFINES WS-TRAN-IMAGE.
           05  WS-TV-ID            PIC 9(10).
           05  WS-TV-COUNTER-ID    PIC X(8).
           05  WS-TV-DATA          PIC X(54).
           05  WS-TV-FEED-ID       PIC X(8).
       01  WS-HDR-VIEW REDEFINES WS-TRAN-IMAGE.
           05  WS-HV-REC-TYPE      PIC X(3).
               88  WS-HV-IS-HEADER          VALUE "HDR".
           05  WS-HV-BUSINESS-DATE PIC 9(8).
           05  WS-HV-FEED-ID       PIC X(8).
           05  FILLER              PIC X(61).
       01  WS-TRL-VIEW REDEFINES WS-TRAN-IMAGE.
           05  WS-TV-REC-TYPE      PIC X(3).
               88  WS-TV-IS-TRAILER         VALUE "TRL".
           05  FILLER              PIC X(77).

      *    a reject or pended image, taken apart for its id and feed
       COPY WTRNREC REPLACING ==:PREFIX:== BY ==WS-RW==.

       COPY WACKREC REPLACING ==:PREFIX:== BY ==WS-ACK==.
       COPY WTRNHDR REPLACING ==:PREFIX:== BY ==WS-OHDR==.
       COPY WTRNTRL REPLACING ==:PREFIX:== BY ==WS-OTRL==.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  FILLER              PIC X(13).
       01  WS-WINDOW-DATE           PIC 9(8) VALUE ZERO.
       01  WS-BAT-RUN-ID            PIC X(8) VALUE SPACES.
       01  WS-BAT-RUN-STATE         PIC X(30) VALUE "NO CHECKPOINT".
       01  WS-RUN-VERDICT           PIC X(30) VALUE
           "ALL TRANSACTIONS ANSWERED".

      *    one slot per feed: its header facts, the controls for its
      *    acknowledgement trailer, and the outcome tallies
       01  WS-FEED-STATE.
           05  WS-FEED-ENTRY OCCURS 3 TIMES.
               10  WS-FD-PRESENT        PIC X(1).
                   88  FD-PRESENT             VALUE "Y".
               10  WS-FD-UNREADABLE     PIC X(1).
                   88  FD-UNREADABLE          VALUE "Y".
               10  WS-FD-FEED-ID        PIC X(8).
               10  WS-FD-BUS-DATE       PIC 9(8).
               10  WS-FD-ACK-COUNT      PIC 9(9).
               10  WS-FD-ACK-HASH       PIC 9(15).
               10  WS-FD-ASSIGNED       PIC 9(9).
               10  WS-FD-REENTERED      PIC 9(9).
               10  WS-FD-REJECTED       PIC 9(9).
               10  WS-FD-PENDED         PIC 9(9).
               10  WS-FD-HELD           PIC 9(9).
               10  WS-FD-REFUSED        PIC 9(9).
               10  WS-FD-UNPROCESSED    PIC 9(9).

      *    the reject window - the night's bounced records, by id
      *    and feed, each answering one feed record at most
       01  WS-REJ-TABLE.
           05  WS-REJ-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-REJ-MAX          PIC 9(4) VALUE 1000.
           05  WS-REJ-ENTRY OCCURS 1000 TIMES.
               10  WS-REJT-ID           PIC 9(10).
               10  WS-REJT-FEED-ID      PIC X(8).
               10  WS-REJT-DATE         PIC 9(8).
               10  WS-REJT-REASON       PIC X(2).
               10  WS-REJT-USED         PIC X(1).
                   88  REJT-USED              VALUE "Y".

      *    the pended window - deep enough for a halted counter to
      *    have pended a whole night's work for its business line
       01  WS-PND-TABLE.
           05  WS-PND-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-PND-MAX          PIC 9(4) VALUE 2000.
           05  WS-PND-ENTRY OCCURS 2000 TIMES.
               10  WS-PNDT-ID           PIC 9(10).
               10  WS-PNDT-FEED-ID      PIC X(8).
               10  WS-PNDT-DATE         PIC 9(8).
               10  WS-PNDT-REASON       PIC X(30).
               10  WS-PNDT-USED         PIC X(1).
                   88  PNDT-USED              VALUE "Y".

      *    the counters the batch run refused, and why
       01  WS-RFS-TABLE.
           05  WS-RFS-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-RFS-MAX          PIC 9(2) VALUE 50.
           05  WS-RFS-ENTRY OCCURS 50 TIMES.
               10  WS-RFST-COUNTER-ID   PIC X(8).
               10  WS-RFST-REASON       PIC X(30).

      *    the runs on ASGFILE in the order they wrote it; a run's
      *    assignments from the next run's first TRAN-ID on were
      *    re-issued by that run
       01  WS-SEG-TABLE.
           05  WS-SEG-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-SEG-MAX          PIC 9(2) VALUE 20.
           05  WS-SEG-ENTRY OCCURS 20 TIMES.
               10  WS-SEG-RUN-ID        PIC X(8).
               10  WS-SEG-CUTOFF        PIC 9(10).

       01  WS-SUBSCRIPTS.
           05  WS-FSUB             PIC 9(1) VALUE ZERO.
           05  WS-SUB              PIC 9(4) VALUE ZERO.
           05  WS-FOUND-SUB        PIC 9(4) VALUE ZERO.
           05  WS-GSUB             PIC 9(2) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-FEEDFIL1-STATUS  PIC X(2) VALUE "00".
               88  FEEDFIL1-OK              VALUE "00".
               88  FEEDFIL1-NOT-FOUND       VALUE "35".
           05  WS-FEEDFIL2-STATUS  PIC X(2) VALUE "00".
               88  FEEDFIL2-OK              VALUE "00".
               88  FEEDFIL2-NOT-FOUND       VALUE "35".
           05  WS-FEEDFIL3-STATUS  PIC X(2) VALUE "00".
               88  FEEDFIL3-OK              VALUE "00".
               88  FEEDFIL3-NOT-FOUND       VALUE "35".
           05  WS-ACKFIL1-STATUS   PIC X(2) VALUE "00".
           05  WS-ACKFIL2-STATUS   PIC X(2) VALUE "00".
           05  WS-ACKFIL3-STATUS   PIC X(2) VALUE "00".
           05  WS-ASGFILE-STATUS   PIC X(2) VALUE "00".
               88  ASGFILE-OK               VALUE "00".
               88  ASGFILE-AT-END           VALUE "10".
               88  ASGFILE-NOT-FOUND        VALUE "35".
           05  WS-REJFILE-STATUS   PIC X(2) VALUE "00".
               88  REJFILE-OK               VALUE "00".
               88  REJFILE-AT-END           VALUE "10".
               88  REJFILE-NOT-FOUND        VALUE "35".
           05  WS-PNDFILE-STATUS   PIC X(2) VALUE "00".
               88  PNDFILE-OK               VALUE "00".
               88  PNDFILE-AT-END           VALUE "10".
               88  PNDFILE-NOT-FOUND        VALUE "35".
           05  WS-EXCFILE-STATUS   PIC X(2) VALUE "00".
               88  EXCFILE-OK               VALUE "00".
               88  EXCFILE-AT-END           VALUE "10".
               88  EXCFILE-NOT-FOUND        VALUE "35".
           05  WS-CHKFILE-STATUS   PIC X(2) VALUE "00".
               88  CHKFILE-OK               VALUE "00".
               88  CHKFILE-NOT-FOUND        VALUE "35".
           05  WS-ACKRPT-STATUS    PIC X(2) VALUE "00".
           05  WS-READ-EOF-FLAG    PIC X(1) VALUE "N".
               88  FEED-READ-EOF            VALUE "Y".
           05  WS-OVERFLOW-FLAG    PIC X(1) VALUE "N".
               88  WINDOW-OVERFLOW          VALUE "Y".
           05  WS-UNPROC-FLAG      PIC X(1) VALUE "N".
               88  ANY-UNPROCESSED          VALUE "Y".
           05  WS-ASG-SKIP-FLAG    PIC X(1) VALUE "N".
               88  ASG-SUPERSEDED           VALUE "Y".

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
               10  FILLER           PIC X(31) VALUE
                   "CNTRACK ACKNOWLEDGEMENT SUMMARY".
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-RUN-ID.
               10  FILLER           PIC X(22) VALUE
                   "BATCH RUN ID        :".
               10  RPT-RUN-ID       PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-RUN-STATE    PIC X(30).
               10  FILLER           PIC X(19) VALUE SPACES.
           05  WS-RPT-FEED-LINE.
               10  FILLER           PIC X(5)  VALUE "FEED ".
               10  RPT-FEED-ID      PIC X(8).
               10  FILLER           PIC X(6)  VALUE " DATE ".
               10  RPT-FEED-DATE    PIC 9(8).
               10  FILLER           PIC X(7)  VALUE " ACKED ".
               10  RPT-FEED-COUNT   PIC ZZZZZZZZ9.
               10  FILLER           PIC X(37) VALUE SPACES.
           05  WS-RPT-NO-FEED.
               10  FILLER           PIC X(10) VALUE "FEED FILE ".
               10  RPT-NO-FEED-NUM  PIC 9(1).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-NO-FEED-TEXT PIC X(40).
               10  FILLER           PIC X(28) VALUE SPACES.
           05  WS-RPT-COUNT-LINE.
               10  RPT-COUNT-LABEL  PIC X(22).
               10  RPT-COUNT        PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-VERDICT.
               10  FILLER           PIC X(22) VALUE
                   "ACK VERDICT         :".
               10  RPT-VERDICT      PIC X(30).
               10  FILLER           PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 3
               IF WINDOW-OVERFLOW
      *            recut empty - last night's answer must not stand
      *            in for tonight's
                   PERFORM 6200-OPEN-ACK
                   PERFORM 6400-CLOSE-ACK
               ELSE
                   PERFORM 2000-ACK-ONE-FEED
               END-IF
           END-PERFORM
           PERFORM 8000-WRITE-REPORT
           IF WINDOW-OVERFLOW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ANY-UNPROCESSED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1)
           PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 3
               MOVE "N"    TO WS-FD-PRESENT(WS-FSUB)
               MOVE "N"    TO WS-FD-UNREADABLE(WS-FSUB)
               MOVE SPACES TO WS-FD-FEED-ID(WS-FSUB)
               MOVE ZERO   TO WS-FD-BUS-DATE(WS-FSUB)
               MOVE ZERO   TO WS-FD-ACK-COUNT(WS-FSUB)
               MOVE ZERO   TO WS-FD-ACK-HASH(WS-FSUB)
               MOVE ZERO   TO WS-FD-ASSIGNED(WS-FSUB)
               MOVE ZERO   TO WS-FD-REENTERED(WS-FSUB)
               MOVE ZERO   TO WS-FD-REJECTED(WS-FSUB)
               MOVE ZERO   TO WS-FD-PENDED(WS-FSUB)
               MOVE ZERO   TO WS-FD-HELD(WS-FSUB)
               MOVE ZERO   TO WS-FD-REFUSED(WS-FSUB)
               MOVE ZERO   TO WS-FD-UNPROCESSED(WS-FSUB)
           END-PERFORM
           PERFORM 1100-READ-CHECKPOINT
           PERFORM 1150-LOAD-ASG-RUNS
           PERFORM 1200-LOAD-REJECTS
           PERFORM 1300-LOAD-PENDED
           PERFORM 1400-LOAD-REFUSALS
           IF WINDOW-OVERFLOW
               MOVE "WINDOW TOO LARGE - NONE SENT"
                   TO WS-RUN-VERDICT
           END-IF.

      *    the checkpoint names the batch run whose refusals count;
      *    a run still in-flight never reached its later records
       1100-READ-CHECKPOINT.
           OPEN INPUT CHKFILE
           IF NOT CHKFILE-NOT-FOUND
               READ CHKFILE
                   AT END
                       CONTINUE
               END-READ
               IF CHKFILE-OK
                   MOVE CHK-RUN-ID TO WS-BAT-RUN-ID
                   IF CHK-COMPLETE
                       MOVE "COMPLETE" TO WS-BAT-RUN-STATE
                   ELSE
                       MOVE "IN-FLIGHT - RUN DID NOT FINISH"
                           TO WS-BAT-RUN-STATE
                       DISPLAY "CNTRACK: BATCH RUN " WS-BAT-RUN-ID
                           " DID NOT FINISH - UNREACHED "
                           "TRANSACTIONS ACKED NOT PROCESSED"
                   END-IF
               END-IF
               CLOSE CHKFILE
           END-IF.

      *    one pass over ASGFILE to see which runs wrote it, and where
      *    each run's re-issue by the next one begins
       1150-LOAD-ASG-RUNS.
           OPEN INPUT ASGFILE
           IF ASGFILE-NOT-FOUND
               SET ASGFILE-AT-END TO TRUE
           ELSE
               READ ASGFILE
                   AT END
                       SET ASGFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1160-LOAD-ONE-ASG-RUN
               UNTIL ASGFILE-AT-END
           IF NOT ASGFILE-NOT-FOUND
               CLOSE ASGFILE
           END-IF
           MOVE "00" TO WS-ASGFILE-STATUS
           IF WS-SEG-COUNT > 1
               DISPLAY "CNTRACK: ASGFILE HOLDS " WS-SEG-COUNT
                   " RUNS - ASSIGNMENTS RE-ISSUED ON RESTART ARE "
                   "ANSWERED ONCE"
           END-IF.

       1160-LOAD-ONE-ASG-RUN.
           MOVE "Y" TO WS-ASG-SKIP-FLAG
           IF WS-SEG-COUNT > ZERO
               IF ASG-RUN-ID = WS-SEG-RUN-ID(WS-SEG-COUNT)
                   MOVE "N" TO WS-ASG-SKIP-FLAG
               END-IF
           END-IF
           IF ASG-SUPERSEDED
               IF WS-SEG-COUNT < WS-SEG-MAX
                   IF WS-SEG-COUNT > ZERO
                       MOVE ASG-TRAN-ID
                           TO WS-SEG-CUTOFF(WS-SEG-COUNT)
                   END-IF
                   ADD 1 TO WS-SEG-COUNT
                   MOVE ASG-RUN-ID TO WS-SEG-RUN-ID(WS-SEG-COUNT)
                   MOVE 9999999999 TO WS-SEG-CUTOFF(WS-SEG-COUNT)
               ELSE
                   IF NOT WINDOW-OVERFLOW
                       DISPLAY "CNTRACK: MORE THAN " WS-SEG-MAX
                           " RUNS ON ASGFILE - NO ACKNOWLEDGEMENTS"
                           " WRITTEN"
                   END-IF
                   SET WINDOW-OVERFLOW TO TRUE
               END-IF
           END-IF
           READ ASGFILE
               AT END
                   SET ASGFILE-AT-END TO TRUE
           END-READ.

       1200-LOAD-REJECTS.
           OPEN INPUT REJFILE
           IF REJFILE-NOT-FOUND
               SET REJFILE-AT-END TO TRUE
           ELSE
               READ REJFILE
                   AT END
                       SET REJFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1210-LOAD-ONE-REJECT
               UNTIL REJFILE-AT-END
           IF NOT REJFILE-NOT-FOUND
               CLOSE REJFILE
               MOVE "00" TO WS-REJFILE-STATUS
           END-IF.

      *    the record as it was rejected is what the feed sent, so
      *    the original image - not a later repair - is matched
       1210-LOAD-ONE-REJECT.
           MOVE REJ-ORIG-RECORD TO WS-RW-RECORD
           IF REJ-DATE NOT < WS-WINDOW-DATE AND WS-RW-ID NUMERIC
               PERFORM 1220-STORE-REJECT
           END-IF
           READ REJFILE
               AT END
                   SET REJFILE-AT-END TO TRUE
           END-READ.

      *    yesterday's entry for the same id gives way to tonight's;
      *    two entries from the same night (a duplicate sent twice)
      *    are both kept, one for each copy of the feed record
       1220-STORE-REJECT.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REJ-COUNT OR WS-FOUND-SUB > ZERO
               IF WS-REJT-ID(WS-SUB) = WS-RW-ID
                  AND WS-REJT-FEED-ID(WS-SUB) = WS-RW-FEED-ID
                  AND WS-REJT-DATE(WS-SUB) < REJ-DATE
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-REJ-COUNT < WS-REJ-MAX
                   ADD 1 TO WS-REJ-COUNT
                   MOVE WS-REJ-COUNT TO WS-FOUND-SUB
               ELSE
                   IF NOT WINDOW-OVERFLOW
                       DISPLAY "CNTRACK: MORE THAN " WS-REJ-MAX
                           " REJECTS IN WINDOW - NO ACKNOWLEDGEMENTS"
                           " WRITTEN"
                   END-IF
                   SET WINDOW-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF WS-FOUND-SUB > ZERO
               MOVE WS-RW-ID        TO WS-REJT-ID(WS-FOUND-SUB)
               MOVE WS-RW-FEED-ID   TO WS-REJT-FEED-ID(WS-FOUND-SUB)
               MOVE REJ-DATE        TO WS-REJT-DATE(WS-FOUND-SUB)
               MOVE REJ-REASON-CODE TO WS-REJT-REASON(WS-FOUND-SUB)
               MOVE "N"             TO WS-REJT-USED(WS-FOUND-SUB)
           END-IF.

       1300-LOAD-PENDED.
           OPEN INPUT PNDFILE
           IF PNDFILE-NOT-FOUND
               SET PNDFILE-AT-END TO TRUE
           ELSE
               READ PNDFILE
                   AT END
                       SET PNDFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1310-LOAD-ONE-PENDED
               UNTIL PNDFILE-AT-END
           IF NOT PNDFILE-NOT-FOUND
               CLOSE PNDFILE
               MOVE "00" TO WS-PNDFILE-STATUS
           END-IF.

       1310-LOAD-ONE-PENDED.
           MOVE PND-TRAN-RECORD TO WS-RW-RECORD
           IF PND-DATE NOT < WS-WINDOW-DATE AND WS-RW-ID NUMERIC
               PERFORM 1320-STORE-PENDED
           END-IF
           READ PNDFILE
               AT END
                   SET PNDFILE-AT-END TO TRUE
           END-READ.

      *    a restart that repeated part of the night pends the same
      *    transaction twice - it is one transaction, kept once
       1320-STORE-PENDED.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PND-COUNT OR WS-FOUND-SUB > ZERO
               IF WS-PNDT-ID(WS-SUB) = WS-RW-ID
                  AND WS-PNDT-FEED-ID(WS-SUB) = WS-RW-FEED-ID
                  AND WS-PNDT-DATE(WS-SUB) NOT > PND-DATE
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-PND-COUNT < WS-PND-MAX
                   ADD 1 TO WS-PND-COUNT
                   MOVE WS-PND-COUNT TO WS-FOUND-SUB
               ELSE
                   IF NOT WINDOW-OVERFLOW
                       DISPLAY "CNTRACK: MORE THAN " WS-PND-MAX
                           " PENDED IN WINDOW - NO ACKNOWLEDGEMENTS"
                           " WRITTEN"
                   END-IF
                   SET WINDOW-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF WS-FOUND-SUB > ZERO
               MOVE WS-RW-ID        TO WS-PNDT-ID(WS-FOUND-SUB)
               MOVE WS-RW-FEED-ID   TO WS-PNDT-FEED-ID(WS-FOUND-SUB)
               MOVE PND-DATE        TO WS-PNDT-DATE(WS-FOUND-SUB)
               MOVE PND-REASON      TO WS-PNDT-REASON(WS-FOUND-SUB)
               MOVE "N"             TO WS-PNDT-USED(WS-FOUND-SUB)
           END-IF.

      *    CNTRBAT logs a refusal once per counter per run, under
      *    its own run id - that is the evidence behind REFUSED
       1400-LOAD-REFUSALS.
           OPEN INPUT EXCFILE
           IF EXCFILE-NOT-FOUND OR WS-BAT-RUN-ID = SPACES
               SET EXCFILE-AT-END TO TRUE
           ELSE
               READ EXCFILE
                   AT END
                       SET EXCFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 1410-LOAD-ONE-REFUSAL
               UNTIL EXCFILE-AT-END
           IF NOT EXCFILE-NOT-FOUND
               CLOSE EXCFILE
               MOVE "00" TO WS-EXCFILE-STATUS
           END-IF.

       1410-LOAD-ONE-REFUSAL.
           IF EXC-RUN-ID = WS-BAT-RUN-ID
              AND (EXC-REASON = "COUNTER FROZEN"
                OR EXC-REASON = "COUNTER RETIRED"
                OR EXC-REASON = "COUNTER NOT DEFINED")
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RFS-COUNT
                   IF WS-RFST-COUNTER-ID(WS-SUB) = EXC-COUNTER-ID
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND-SUB = ZERO
                   IF WS-RFS-COUNT < WS-RFS-MAX
                       ADD 1 TO WS-RFS-COUNT
                       MOVE WS-RFS-COUNT TO WS-FOUND-SUB
                   ELSE
                       DISPLAY "CNTRACK: REFUSAL TABLE FULL - "
                           EXC-COUNTER-ID " ACKED NOT PROCESSED"
                   END-IF
               END-IF
               IF WS-FOUND-SUB > ZERO
                   MOVE EXC-COUNTER-ID
                       TO WS-RFST-COUNTER-ID(WS-FOUND-SUB)
                   MOVE EXC-REASON TO WS-RFST-REASON(WS-FOUND-SUB)
               END-IF
           END-IF
           READ EXCFILE
               AT END
                   SET EXCFILE-AT-END TO TRUE
           END-READ.

      *    a feed not on hand tonight still gets its file recut, so
      *    yesterday's acknowledgement is never sent twice
       2000-ACK-ONE-FEED.
           PERFORM 6000-OPEN-FEED
           PERFORM 6200-OPEN-ACK
           IF NOT FEED-READ-EOF
               MOVE "Y" TO WS-FD-PRESENT(WS-FSUB)
               PERFORM 6100-READ-FEED
               IF FEED-READ-EOF OR NOT WS-HV-IS-HEADER
                   MOVE "Y" TO WS-FD-UNREADABLE(WS-FSUB)
                   DISPLAY "CNTRACK: FEED FILE " WS-FSUB
                       " HAS NO HEADER - NO ACKNOWLEDGEMENT WRITTEN"
               ELSE
                   MOVE WS-HV-FEED-ID TO WS-FD-FEED-ID(WS-FSUB)
                   MOVE WS-HV-BUSINESS-DATE
                       TO WS-FD-BUS-DATE(WS-FSUB)
                   PERFORM 2050-ACK-FEED-BODY
               END-IF
               PERFORM 6600-CLOSE-FEED
           END-IF
           PERFORM 6400-CLOSE-ACK.

       2050-ACK-FEED-BODY.
           MOVE SPACES TO WS-OHDR-RECORD
           MOVE "HDR"  TO WS-OHDR-REC-TYPE
           MOVE WS-FD-BUS-DATE(WS-FSUB) TO WS-OHDR-BUSINESS-DATE
           MOVE WS-FD-FEED-ID(WS-FSUB)  TO WS-OHDR-FEED-ID
           MOVE WS-OHDR-RECORD TO WS-ACK-RECORD
           PERFORM 6300-WRITE-ACK

           OPEN INPUT ASGFILE
           MOVE ZERO TO WS-GSUB
           IF ASGFILE-NOT-FOUND
               SET ASGFILE-AT-END TO TRUE
           ELSE
               PERFORM 6500-READ-ASG
           END-IF
           PERFORM 6100-READ-FEED
           PERFORM 2100-ACK-FEED-RECORD
               UNTIL FEED-READ-EOF OR WS-TV-IS-TRAILER
           PERFORM 2200-ACK-REENTERED
               UNTIL ASGFILE-AT-END
           IF NOT ASGFILE-NOT-FOUND
               CLOSE ASGFILE
           END-IF
           MOVE "00" TO WS-ASGFILE-STATUS

           MOVE SPACES TO WS-OTRL-RECORD
           MOVE "TRL"  TO WS-OTRL-REC-TYPE
           MOVE WS-FD-ACK-COUNT(WS-FSUB) TO WS-OTRL-RECORD-COUNT
           MOVE WS-FD-ACK-HASH(WS-FSUB)  TO WS-OTRL-HASH-TOTAL
           MOVE WS-OTRL-RECORD TO WS-ACK-RECORD
           PERFORM 6300-WRITE-ACK.

      *    both the feed and ASGFILE (once the re-issued assignments
      *    are passed over) ascend by TRAN-ID, so one pass
      *    pairs each feed record with its assignment; assignments
      *    passed over on the way belong to earlier nights
       2100-ACK-FEED-RECORD.
           PERFORM 2200-ACK-REENTERED
               UNTIL ASGFILE-AT-END OR ASG-TRAN-ID NOT < WS-TV-ID
           MOVE SPACES TO WS-ACK-RECORD
           MOVE WS-TV-ID         TO WS-ACK-TRAN-ID
           MOVE WS-TV-COUNTER-ID TO WS-ACK-COUNTER-ID
           IF WS-ACK-COUNTER-ID = SPACES
      *        the batch run draws a blank counter-id on the order
      *        counter, and the answer says so
               MOVE "ORDERS" TO WS-ACK-COUNTER-ID
           END-IF
           MOVE ZERO TO WS-ACK-SEQ-VALUE
           IF NOT ASGFILE-AT-END
              AND ASG-TRAN-ID = WS-TV-ID
              AND ASG-FEED-ID = WS-FD-FEED-ID(WS-FSUB)
               PERFORM 2110-SET-ASSIGNED
               ADD 1 TO WS-FD-ASSIGNED(WS-FSUB)
               PERFORM 6500-READ-ASG
           ELSE
               PERFORM 2300-FIND-OTHER-OUTCOME
           END-IF
           PERFORM 2900-WRITE-ACK-DETAIL
           PERFORM 6100-READ-FEED.

       2110-SET-ASSIGNED.
           SET WS-ACK-ASSIGNED TO TRUE
           MOVE ASG-COUNTER-ID     TO WS-ACK-COUNTER-ID
           MOVE ASG-SEQ-VALUE      TO WS-ACK-SEQ-VALUE
           MOVE ASG-DISPLAY-NUMBER TO WS-ACK-DISPLAY-NUMBER
           MOVE SPACES             TO WS-ACK-REASON-CODE
           MOVE "NUMBER ASSIGNED"  TO WS-ACK-REASON-TEXT.

      *    an assignment for this feed that tonight's feed did not
      *    send: a repaired reject or re-driven pended transaction
      *    from an earlier night, answered here for the first time
       2200-ACK-REENTERED.
           IF ASG-FEED-ID = WS-FD-FEED-ID(WS-FSUB)
               MOVE SPACES TO WS-ACK-RECORD
               MOVE ASG-TRAN-ID TO WS-ACK-TRAN-ID
               PERFORM 2110-SET-ASSIGNED
               MOVE "RE-ENTERED FROM EARLIER NIGHT"
                   TO WS-ACK-REASON-TEXT
               ADD 1 TO WS-FD-REENTERED(WS-FSUB)
               PERFORM 2900-WRITE-ACK-DETAIL
           END-IF
           PERFORM 6500-READ-ASG.

      *    pended before rejected before refused: a transaction the
      *    edit passed cannot also have bounced, and a refusal is
      *    only the answer when nothing more specific is on file
       2300-FIND-OTHER-OUTCOME.
           MOVE SPACE TO WS-ACK-OUTCOME
           PERFORM 2310-FIND-PENDED
           IF WS-ACK-OUTCOME = SPACE
               PERFORM 2320-FIND-REJECT
           END-IF
           IF WS-ACK-OUTCOME = SPACE
               PERFORM 2330-FIND-REFUSAL
           END-IF
           IF WS-ACK-OUTCOME = SPACE
               SET WS-ACK-NOT-PROCESSED TO TRUE
               MOVE "NOT PROCESSED BY BATCH RUN"
                   TO WS-ACK-REASON-TEXT
               ADD 1 TO WS-FD-UNPROCESSED(WS-FSUB)
               SET ANY-UNPROCESSED TO TRUE
               MOVE "TRANSACTIONS NOT PROCESSED"
                   TO WS-RUN-VERDICT
           END-IF.

       2310-FIND-PENDED.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PND-COUNT OR WS-FOUND-SUB > ZERO
               IF WS-PNDT-ID(WS-SUB) = WS-TV-ID
                  AND WS-PNDT-FEED-ID(WS-SUB) = WS-FD-FEED-ID(WS-FSUB)
                  AND NOT PNDT-USED(WS-SUB)
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > ZERO
               MOVE WS-PNDT-REASON(WS-FOUND-SUB)
                   TO WS-ACK-REASON-TEXT
               MOVE "Y" TO WS-PNDT-USED(WS-FOUND-SUB)
      *        the edit holds a frozen counter's work on the same
      *        file - it waits for an ACTIVATE, not for a repair
               IF WS-PNDT-REASON(WS-FOUND-SUB) = "COUNTER FROZEN"
                   SET WS-ACK-HELD TO TRUE
                   ADD 1 TO WS-FD-HELD(WS-FSUB)
               ELSE
                   SET WS-ACK-PENDED TO TRUE
                   ADD 1 TO WS-FD-PENDED(WS-FSUB)
               END-IF
           END-IF.

       2320-FIND-REJECT.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REJ-COUNT OR WS-FOUND-SUB > ZERO
               IF WS-REJT-ID(WS-SUB) = WS-TV-ID
                  AND WS-REJT-FEED-ID(WS-SUB) = WS-FD-FEED-ID(WS-FSUB)
                  AND NOT REJT-USED(WS-SUB)
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > ZERO
               SET WS-ACK-REJECTED TO TRUE
               MOVE WS-REJT-REASON(WS-FOUND-SUB)
                   TO WS-ACK-REASON-CODE
               EVALUATE WS-ACK-REASON-CODE
                   WHEN "01"
                       MOVE "NON-NUMERIC TRAN-ID"
                           TO WS-ACK-REASON-TEXT
                   WHEN "02"
                       MOVE "DUPLICATE TRAN-ID"
                           TO WS-ACK-REASON-TEXT
                   WHEN "03"
                       MOVE "OUT-OF-ORDER TRAN-ID"
                           TO WS-ACK-REASON-TEXT
                   WHEN "04"
                       MOVE "INVALID COUNTER-ID"
                           TO WS-ACK-REASON-TEXT
                   WHEN "05"
                       MOVE "COUNTER NOT DEFINED"
                           TO WS-ACK-REASON-TEXT
                   WHEN "06"
                       MOVE "COUNTER RETIRED"
                           TO WS-ACK-REASON-TEXT
                   WHEN OTHER
                       MOVE "REJECTED ON EDIT"
                           TO WS-ACK-REASON-TEXT
               END-EVALUATE
               MOVE "Y" TO WS-REJT-USED(WS-FOUND-SUB)
               ADD 1 TO WS-FD-REJECTED(WS-FSUB)
           END-IF.

       2330-FIND-REFUSAL.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RFS-COUNT OR WS-FOUND-SUB > ZERO
               IF WS-RFST-COUNTER-ID(WS-SUB) = WS-ACK-COUNTER-ID
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > ZERO
               SET WS-ACK-REFUSED TO TRUE
               MOVE WS-RFST-REASON(WS-FOUND-SUB)
                   TO WS-ACK-REASON-TEXT
               ADD 1 TO WS-FD-REFUSED(WS-FSUB)
           END-IF.

       2900-WRITE-ACK-DETAIL.
           ADD 1 TO WS-FD-ACK-COUNT(WS-FSUB)
           ADD WS-ACK-TRAN-ID TO WS-FD-ACK-HASH(WS-FSUB)
           PERFORM 6300-WRITE-ACK.

      *    the three feed and three acknowledgement files cannot be
      *    subscripted, so their I/O funnels through these
      *    EVALUATEs; everything else works off the feed state table
       6000-OPEN-FEED.
           MOVE "N" TO WS-READ-EOF-FLAG
           EVALUATE WS-FSUB
               WHEN 1
                   OPEN INPUT FEEDFIL1
                   IF FEEDFIL1-NOT-FOUND
                       SET FEED-READ-EOF TO TRUE
                   END-IF
               WHEN 2
                   OPEN INPUT FEEDFIL2
                   IF FEEDFIL2-NOT-FOUND
                       SET FEED-READ-EOF TO TRUE
                   END-IF
               WHEN 3
                   OPEN INPUT FEEDFIL3
                   IF FEEDFIL3-NOT-FOUND
                       SET FEED-READ-EOF TO TRUE
                   END-IF
           END-EVALUATE.

       6100-READ-FEED.
           MOVE "N" TO WS-READ-EOF-FLAG
           EVALUATE WS-FSUB
               WHEN 1
                   READ FEEDFIL1
                       AT END
                           SET FEED-READ-EOF TO TRUE
                       NOT AT END
                           MOVE FEED1-RECORD TO WS-TRAN-IMAGE
                   END-READ
               WHEN 2
                   READ FEEDFIL2
                       AT END
                           SET FEED-READ-EOF TO TRUE
                       NOT AT END
                           MOVE FEED2-RECORD TO WS-TRAN-IMAGE
                   END-READ
               WHEN 3
                   READ FEEDFIL3
                       AT END
                           SET FEED-READ-EOF TO TRUE
                       NOT AT END
                           MOVE FEED3-RECORD TO WS-TRAN-IMAGE
                   END-READ
           END-EVALUATE.

       6200-OPEN-ACK.
           EVALUATE WS-FSUB
               WHEN 1
                   OPEN OUTPUT ACKFIL1
               WHEN 2
                   OPEN OUTPUT ACKFIL2
               WHEN 3
                   OPEN OUTPUT ACKFIL3
           END-EVALUATE.

       6300-WRITE-ACK.
           EVALUATE WS-FSUB
               WHEN 1
                   MOVE WS-ACK-RECORD TO ACK1-RECORD
                   WRITE ACK1-RECORD
               WHEN 2
                   MOVE WS-ACK-RECORD TO ACK2-RECORD
                   WRITE ACK2-RECORD
               WHEN 3
                   MOVE WS-ACK-RECORD TO ACK3-RECORD
                   WRITE ACK3-RECORD
           END-EVALUATE.

       6400-CLOSE-ACK.
           EVALUATE WS-FSUB
               WHEN 1
                   CLOSE ACKFIL1
               WHEN 2
                   CLOSE ACKFIL2
               WHEN 3
                   CLOSE ACKFIL3
           END-EVALUATE.

      *    an abended run's assignment that the next run on the file
      *    re-issued is not an answer - read on past it
       6500-READ-ASG.
           MOVE "Y" TO WS-ASG-SKIP-FLAG
           PERFORM 6510-READ-ONE-ASG
               UNTIL ASGFILE-AT-END OR NOT ASG-SUPERSEDED.

       6510-READ-ONE-ASG.
           READ ASGFILE
               AT END
                   SET ASGFILE-AT-END TO TRUE
               NOT AT END
                   IF WS-GSUB = ZERO
                       MOVE 1 TO WS-GSUB
                   ELSE
                       IF ASG-RUN-ID NOT = WS-SEG-RUN-ID(WS-GSUB)
                          AND WS-GSUB < WS-SEG-COUNT
                           ADD 1 TO WS-GSUB
                       END-IF
                   END-IF
                   MOVE "N" TO WS-ASG-SKIP-FLAG
                   IF ASG-TRAN-ID NOT < WS-SEG-CUTOFF(WS-GSUB)
                       MOVE "Y" TO WS-ASG-SKIP-FLAG
                   END-IF
           END-READ.

       6600-CLOSE-FEED.
           EVALUATE WS-FSUB
               WHEN 1
                   CLOSE FEEDFIL1
               WHEN 2
                   CLOSE FEEDFIL2
               WHEN 3
                   CLOSE FEEDFIL3
           END-EVALUATE.

       8000-WRITE-REPORT.
           OPEN OUTPUT ACKRPT
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BAT-RUN-ID    TO RPT-RUN-ID
           MOVE WS-BAT-RUN-STATE TO RPT-RUN-STATE
           MOVE WS-RPT-RUN-ID TO RPT-LINE
           WRITE RPT-LINE
           IF NOT WINDOW-OVERFLOW
               PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 3
                   PERFORM 8100-WRITE-FEED-LINES
               END-PERFORM
           END-IF
           MOVE WS-RUN-VERDICT TO RPT-VERDICT
           MOVE WS-RPT-VERDICT TO RPT-LINE
           WRITE RPT-LINE
           CLOSE ACKRPT.

       8100-WRITE-FEED-LINES.
           IF NOT FD-PRESENT(WS-FSUB) OR FD-UNREADABLE(WS-FSUB)
               MOVE WS-FSUB TO RPT-NO-FEED-NUM
               IF FD-UNREADABLE(WS-FSUB)
                   MOVE "NO HEADER - EMPTY ACKNOWLEDGEMENT"
                       TO RPT-NO-FEED-TEXT
               ELSE
                   MOVE "NOT ON HAND - EMPTY ACKNOWLEDGEMENT"
                       TO RPT-NO-FEED-TEXT
               END-IF
               MOVE WS-RPT-NO-FEED TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-FD-FEED-ID(WS-FSUB)   TO RPT-FEED-ID
               MOVE WS-FD-BUS-DATE(WS-FSUB)  TO RPT-FEED-DATE
               MOVE WS-FD-ACK-COUNT(WS-FSUB) TO RPT-FEED-COUNT
               MOVE WS-RPT-FEED-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  ASSIGNED          :" TO RPT-COUNT-LABEL
               MOVE WS-FD-ASSIGNED(WS-FSUB)  TO RPT-COUNT
               MOVE WS-RPT-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  RE-ENTERED        :" TO RPT-COUNT-LABEL
               MOVE WS-FD-REENTERED(WS-FSUB) TO RPT-COUNT
               MOVE WS-RPT-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  REJECTED          :" TO RPT-COUNT-LABEL
               MOVE WS-FD-REJECTED(WS-FSUB)  TO RPT-COUNT
               MOVE WS-RPT-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  PENDED            :" TO RPT-COUNT-LABEL
               MOVE WS-FD-PENDED(WS-FSUB)    TO RPT-COUNT
               MOVE WS-RPT-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  HELD              :" TO RPT-COUNT-LABEL
               MOVE WS-FD-HELD(WS-FSUB)      TO RPT-COUNT
               MOVE WS-RPT-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  REFUSED           :" TO RPT-COUNT-LABEL
               MOVE WS-FD-REFUSED(WS-FSUB)   TO RPT-COUNT
               MOVE WS-RPT-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  NOT PROCESSED     :" TO RPT-COUNT-LABEL
               MOVE WS-FD-UNPROCESSED(WS-FSUB) TO RPT-COUNT
               MOVE WS-RPT-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
