      * INTKRPT. A feed file not on hand is simply absent - one or
      * two feeds is a valid night - but no feeds at all is an
      * empty run and is refused.
      *
      * Catch-up mode: when business dates were held back, the
      * catch-up job runs this step through CNTRCOVR once per held-
      * back date, each pass with that date's feeds and its own run
      * figures and certificates. The dates of the window are
      * listed on CTCHLIST; its presence is what puts the step in
      * catch-up mode. Each pass must carry the earliest listed date
      * not yet on the DATFILE processed-dates control - a pass
      * handed any other date's feeds is refused with return code 8
      * before anything is merged, so the dates can only go through
      * in date order, one night's worth at a time.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTKRPT-STATUS.

           SELECT CTCHLIST ASSIGN TO CTCHLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTCHLIST-STATUS.

           SELECT DATFILE ASSIGN TO DATFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDFIL1
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(80).

       FD  CTCHLIST
           RECORDING MODE IS F.
       01  CTCH-RECORD.
           05  CTCH-BUSINESS-DATE  PIC 9(8).
           05  FILLER              PIC X(72).

       FD  DATFILE
           RECORDING MODE IS F.
       01  DAT-RECORD.
           05  DAT-BUSINESS-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
      *    work overlays for parsing whichever feed record is in
      *    hand - data, header and trailer views of the same bytes
           05  WS-FEEDS-PRESENT    PIC 9(1)  VALUE ZERO.
       01  WS-FILE-VERDICT          PIC X(30) VALUE "MERGED".

      *    the catch-up window: every listed date, and whether the
      *    processed-dates control already has it
       01  WS-CATCHUP-TABLE.
           05  WS-CU-COUNT         PIC 9(3)  VALUE ZERO.
           05  WS-CU-MAX           PIC 9(3)  VALUE 60.
           05  WS-CU-ENTRY OCCURS 60 TIMES.
               10  WS-CU-DATE           PIC 9(8).
               10  WS-CU-DONE           PIC X(1).
                   88  CU-DATE-DONE           VALUE "Y".
           05  WS-CU-SUB           PIC 9(3)  VALUE ZERO.
           05  WS-CU-NEXT-DATE     PIC 9(8)  VALUE ZERO.
           05  WS-CU-LEFT          PIC 9(3)  VALUE ZERO.

       01  WS-SUBSCRIPTS.
           05  WS-FSUB             PIC 9(1) VALUE ZERO.
           05  WS-PICK             PIC 9(1) VALUE ZERO.
               88  FEEDFIL3-NOT-FOUND       VALUE "35".
           05  WS-MRGFEED-STATUS   PIC X(2) VALUE "00".
           05  WS-INTKRPT-STATUS   PIC X(2) VALUE "00".
           05  WS-CTCHLIST-STATUS  PIC X(2) VALUE "00".
               88  CTCHLIST-AT-END          VALUE "10".
               88  CTCHLIST-NOT-FOUND       VALUE "35".
           05  WS-DATFILE-STATUS   PIC X(2) VALUE "00".
               88  DATFILE-AT-END           VALUE "10".
               88  DATFILE-NOT-FOUND        VALUE "35".
           05  WS-CATCHUP-FLAG     PIC X(1) VALUE "N".
               88  CATCHUP-MODE             VALUE "Y".
           05  WS-READ-EOF-FLAG    PIC X(1) VALUE "N".
               88  FEED-READ-EOF            VALUE "Y".
           05  WS-FILEREJ-FLAG     PIC X(1) VALUE "N".
                   "FILE VERDICT        :".
               10  RPT-VERDICT      PIC X(30).
               10  FILLER           PIC X(28) VALUE SPACES.
           05  WS-RPT-CU-DATE.
               10  FILLER           PIC X(22) VALUE
                   "CATCH-UP PASS FOR   :".
               10  RPT-CU-DATE      PIC 9(8).
               10  FILLER           PIC X(50) VALUE SPACES.
           05  WS-RPT-CU-LEFT.
               10  FILLER           PIC X(22) VALUE
                   "CATCH-UP DATES LEFT :".
               10  RPT-CU-LEFT      PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
               SET FILE-REJECTED TO TRUE
           END-IF

           IF NOT FILE-REJECTED
               PERFORM 1400-CHECK-CATCHUP-ORDER
           END-IF

           IF NOT FILE-REJECTED
      *        the composite header: the common business date under
      *        the MULTI feed id, so CNTRBAT's duplicate-date
               END-IF
           END-IF.

      *    no list, no catch-up - the nightly job carries no
      *    CTCHLIST and takes whatever date its feeds bring
       1400-CHECK-CATCHUP-ORDER.
           OPEN INPUT CTCHLIST
           IF CTCHLIST-NOT-FOUND
               CONTINUE
           ELSE
               SET CATCHUP-MODE TO TRUE
               PERFORM 1410-LOAD-CATCHUP-DATE
                   UNTIL CTCHLIST-AT-END
               CLOSE CTCHLIST
               IF NOT FILE-REJECTED
                   OPEN INPUT DATFILE
                   IF DATFILE-NOT-FOUND
                       CONTINUE
                   ELSE
                       PERFORM 1420-MARK-PROCESSED-DATE
                           UNTIL DATFILE-AT-END
                       CLOSE DATFILE
                   END-IF
      *            the earliest listed date still outstanding is
      *            the only one this pass may carry
                   MOVE ZERO TO WS-CU-NEXT-DATE
                   MOVE ZERO TO WS-CU-LEFT
                   PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                           UNTIL WS-CU-SUB > WS-CU-COUNT
                       IF NOT CU-DATE-DONE(WS-CU-SUB)
                           ADD 1 TO WS-CU-LEFT
                           IF WS-CU-NEXT-DATE = ZERO
                              OR WS-CU-DATE(WS-CU-SUB)
                                     < WS-CU-NEXT-DATE
                               MOVE WS-CU-DATE(WS-CU-SUB)
                                   TO WS-CU-NEXT-DATE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-CU-NEXT-DATE = ZERO
                       DISPLAY "CNTRINTK: EVERY CATCH-UP DATE "
                           "ALREADY PROCESSED - PASS FOR "
                           WS-BUSINESS-DATE " REFUSED"
                       MOVE "NO CATCH-UP DATE OUTSTANDING"
                           TO WS-FILE-VERDICT
                       SET FILE-REJECTED TO TRUE
                   ELSE
                       IF WS-BUSINESS-DATE NOT = WS-CU-NEXT-DATE
                           DISPLAY "CNTRINTK: CATCH-UP FEEDS CARRY "
                               WS-BUSINESS-DATE " BUT "
                               WS-CU-NEXT-DATE " IS NEXT - PASS REFUSED"
                           MOVE "CATCH-UP DATE OUT OF ORDER"
                               TO WS-FILE-VERDICT
                           SET FILE-REJECTED TO TRUE
                       ELSE
                           SUBTRACT 1 FROM WS-CU-LEFT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    a list longer than the table is refused rather than
      *    truncated - a dropped date would never be caught up
       1410-LOAD-CATCHUP-DATE.
           READ CTCHLIST
               AT END
                   SET CTCHLIST-AT-END TO TRUE
               NOT AT END
                   IF CTCH-BUSINESS-DATE NOT NUMERIC
                       MOVE "CATCH-UP LIST DATE NOT NUMERIC"
                           TO WS-FILE-VERDICT
                       SET FILE-REJECTED TO TRUE
                   ELSE
                       IF WS-CU-COUNT NOT < WS-CU-MAX
                           MOVE "CATCH-UP LIST TOO LONG"
                               TO WS-FILE-VERDICT
                           SET FILE-REJECTED TO TRUE
                       ELSE
                           ADD 1 TO WS-CU-COUNT
                           MOVE CTCH-BUSINESS-DATE
                               TO WS-CU-DATE(WS-CU-COUNT)
                           MOVE "N" TO WS-CU-DONE(WS-CU-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1420-MARK-PROCESSED-DATE.
           READ DATFILE
               AT END
                   SET DATFILE-AT-END TO TRUE
               NOT AT END
                   PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                           UNTIL WS-CU-SUB > WS-CU-COUNT
                       IF WS-CU-DATE(WS-CU-SUB) = DAT-BUSINESS-DATE
                           MOVE "Y" TO WS-CU-DONE(WS-CU-SUB)
                       END-IF
                   END-PERFORM
           END-READ.

       2000-MERGE-LOWEST.
           MOVE ZERO TO WS-PICK
           MOVE 9999999999 TO WS-LOW-ID
           MOVE WS-FILE-VERDICT TO RPT-VERDICT
           MOVE WS-RPT-VERDICT TO RPT-LINE
           WRITE RPT-LINE
           IF CATCHUP-MODE
               MOVE WS-CU-NEXT-DATE TO RPT-CU-DATE
               MOVE WS-RPT-CU-DATE TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-CU-LEFT TO RPT-CU-LEFT
               MOVE WS-RPT-CU-LEFT TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE INTKRPT.

       9000-TERMINATE.
