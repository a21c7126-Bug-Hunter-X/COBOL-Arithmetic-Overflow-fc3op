       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRUSGE.
      *
      * CNTRUSGE - Reservation usage reconciliation and aging.
      * CNTRRESV grants a block and CNTRRTRN takes back an unused
      * tail, but nothing said which of the numbers in between the
      * outside system actually put on a document. The reserving
      * systems now send a daily usage-confirmation file (USEDAILY,
      * copybook WUSEREC): the numbers or sub-ranges they used, the
      * date and their own business reference. This program:
      *   - checks each confirmation: the range must sit wholly
      *     inside a block the same system reserved from the same
      *     counter, carry a business reference and a used date
      *     that is a real date no earlier than the grant and no
      *     later than today, and must not touch numbers of that
      *     grant already given back or already confirmed. A
      *     number of an earlier grant of the same range does not
      *     count against it. Accepted confirmations are posted
      *     to the standing usage ledger (USEFILE); rejected ones
      *     are listed with the reason and never posted, so the
      *     sending system corrects and resends them.
      *   - reconciles every reservation on RSVFILE against the
      *     ledger and VOIDFILE: numbers used, numbers returned and
      *     numbers neither used nor returned. A reservation with
      *     a number both confirmed as used and given back is shown
      *     as a clash. Reservations still open, or touched today,
      *     are listed on USGRPT; the rest are counted.
      *   - lists on the aging report (USGAGE), by SYSTEM-ID, every
      *     reservation still unaccounted for (or clashing) more
      *     than the USGCFG number of days after it was granted (5
      *     when absent), so the owning system can be chased.
      * A give-back is tied to the latest grant to the same system
      * and counter that holds the range and was made before it; a
      * confirmation likewise, to the latest grant made on or
      * before the day it was posted - so a counter that wraps and
      * grants the same numbers again is reconciled grant by grant:
      * give-backs and confirmations are held against the grant
      * they belong to, and only numbers of the same grant are
      * tested against each other for clashes and duplicates.
      * Any rejected confirmation, clash or aged reservation ends
      * the run with return code 4; a full working table ends it
      * with return code 8, since the figures are then incomplete.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USGCFG ASSIGN TO USGCFG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USGCFG-STATUS.

           SELECT RSVFILE ASSIGN TO RSVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSVFILE-STATUS.

           SELECT VOIDFILE ASSIGN TO VOIDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOIDFILE-STATUS.

           SELECT USEFILE ASSIGN TO USEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USEFILE-STATUS.

           SELECT USEDAILY ASSIGN TO USEDAILY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USEDAILY-STATUS.

           SELECT USGRPT ASSIGN TO USGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USGRPT-STATUS.

           SELECT USGAGE ASSIGN TO USGAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USGAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USGCFG
           RECORDING MODE IS F.
       01  USGCFG-RECORD.
           05  UCFG-AGE-DAYS        PIC 9(3).

       FD  RSVFILE
           RECORDING MODE IS F.
           COPY WRSVREC REPLACING ==:PREFIX:== BY ==RSV==.

       FD  VOIDFILE
           RECORDING MODE IS F.
           COPY WVODREC REPLACING ==:PREFIX:== BY ==VOD==.

       FD  USEFILE
           RECORDING MODE IS F.
           COPY WUSEREC REPLACING ==:PREFIX:== BY ==USE==.

       FD  USEDAILY
           RECORDING MODE IS F.
           COPY WUSEREC REPLACING ==:PREFIX:== BY ==UDL==.

       FD  USGRPT
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(80).

       FD  USGAGE
           RECORDING MODE IS F.
       01  AGE-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AGE-DAYS               PIC 9(3) VALUE 5.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-CURRENT-TIME     PIC 9(8).
           05  FILLER              PIC X(5).

      *    date and time of a logged event, compared as one field
       01  WS-EVENT-STAMP.
           05  WS-EVENT-DATE       PIC 9(8).
           05  WS-EVENT-TIME       PIC 9(8).

      *    what a give-back or confirmation is matched on
       01  WS-MATCH-KEY.
           05  WS-KEY-SYSTEM       PIC X(8)  VALUE SPACES.
           05  WS-KEY-COUNTER      PIC X(8)  VALUE SPACES.
           05  WS-KEY-START        PIC 9(9)  COMP-3 VALUE ZERO.
           05  WS-KEY-END          PIC 9(9)  COMP-3 VALUE ZERO.
           05  WS-KEY-STAMP        PIC X(16) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-TODAY-INT        PIC 9(7)  COMP-3 VALUE ZERO.
           05  WS-REC-INT          PIC 9(7)  COMP-3 VALUE ZERO.
           05  WS-REC-AGE          PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-NEITHER          PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REJECT-REASON    PIC X(26) VALUE SPACES.
           05  WS-SYS-AGED         PIC 9(5)  VALUE ZERO.
           05  WS-SYS-AGED-NUMBERS PIC 9(9)  VALUE ZERO.
           05  WS-SUB              PIC 9(4)  VALUE ZERO.
           05  WS-RSUB             PIC 9(4)  VALUE ZERO.
           05  WS-SSUB             PIC 9(4)  VALUE ZERO.

       01  WS-COUNTS.
           05  WS-CONF-READ        PIC 9(7)  VALUE ZERO.
           05  WS-CONF-POSTED      PIC 9(7)  VALUE ZERO.
           05  WS-CONF-REJECTED    PIC 9(7)  VALUE ZERO.
           05  WS-VOIDS-UNMATCHED  PIC 9(7)  VALUE ZERO.
           05  WS-LEDGER-UNMATCHED PIC 9(7)  VALUE ZERO.
           05  WS-RSV-DONE         PIC 9(7)  VALUE ZERO.
           05  WS-RSV-OPEN         PIC 9(7)  VALUE ZERO.
           05  WS-RSV-CLASHED      PIC 9(7)  VALUE ZERO.
           05  WS-RSV-AGED         PIC 9(7)  VALUE ZERO.
           05  WS-TOT-USED         PIC 9(11) VALUE ZERO.
           05  WS-TOT-RETURNED     PIC 9(11) VALUE ZERO.
           05  WS-TOT-NEITHER      PIC S9(11) VALUE ZERO.
           05  WS-TOT-AGED-NUMBERS PIC 9(11) VALUE ZERO.

      *    every grant on RSVFILE, in the order it was made
       01  WS-RSV-TABLE.
           05  WS-RSV-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-RSV-MAX          PIC 9(4) VALUE 5000.
           05  WS-RSV-ENTRY OCCURS 5000 TIMES.
               10  WS-RSV-SYSTEM        PIC X(8).
               10  WS-RSV-COUNTER       PIC X(8).
               10  WS-RSV-STAMP.
                   15  WS-RSV-DATE          PIC 9(8).
                   15  WS-RSV-TIME          PIC 9(8).
               10  WS-RSV-START         PIC 9(9) COMP-3.
               10  WS-RSV-END           PIC 9(9) COMP-3.
               10  WS-RSV-USED          PIC 9(9) COMP-3.
               10  WS-RSV-RETURNED      PIC 9(9) COMP-3.
               10  WS-RSV-CLASH-FLAG    PIC X(1).
                   88  RSV-CLASHED            VALUE "Y".
               10  WS-RSV-TODAY-FLAG    PIC X(1).
                   88  RSV-TOUCHED-TODAY      VALUE "Y".

      *    every give-back and every confirmed range, under the
      *    grant it belongs to (zero when it matches none), so a
      *    number of one grant can be neither given back nor
      *    confirmed twice
       01  WS-VOID-TABLE.
           05  WS-VOID-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-VOID-MAX         PIC 9(4) VALUE 5000.
           05  WS-VOID-ENTRY OCCURS 5000 TIMES.
               10  WS-VOID-GRANT        PIC 9(4).
               10  WS-VOID-START        PIC 9(9) COMP-3.
               10  WS-VOID-END          PIC 9(9) COMP-3.

       01  WS-USED-TABLE.
           05  WS-USED-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-USED-MAX         PIC 9(4) VALUE 9000.
           05  WS-USED-ENTRY OCCURS 9000 TIMES.
               10  WS-USED-GRANT        PIC 9(4).
               10  WS-USED-START        PIC 9(9) COMP-3.
               10  WS-USED-END          PIC 9(9) COMP-3.

      *    the reserving systems, for the aging report's grouping
       01  WS-SYS-TABLE.
           05  WS-SYS-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-SYS-MAX          PIC 9(4) VALUE 200.
           05  WS-SYS-ENTRY OCCURS 200 TIMES.
               10  WS-SYS-ID            PIC X(8).

       01  WS-FLAGS.
           05  WS-USGCFG-STATUS    PIC X(2) VALUE "00".
               88  USGCFG-OK                VALUE "00".
               88  USGCFG-NOT-FOUND         VALUE "35".
           05  WS-RSVFILE-STATUS   PIC X(2) VALUE "00".
               88  RSVFILE-AT-END           VALUE "10".
               88  RSVFILE-NOT-FOUND        VALUE "35".
           05  WS-VOIDFILE-STATUS  PIC X(2) VALUE "00".
               88  VOIDFILE-AT-END          VALUE "10".
               88  VOIDFILE-NOT-FOUND       VALUE "35".
           05  WS-USEFILE-STATUS   PIC X(2) VALUE "00".
               88  USEFILE-AT-END           VALUE "10".
               88  USEFILE-NOT-FOUND        VALUE "35".
           05  WS-USEDAILY-STATUS  PIC X(2) VALUE "00".
               88  USEDAILY-AT-END          VALUE "10".
               88  USEDAILY-NOT-FOUND       VALUE "35".
           05  WS-USGRPT-STATUS    PIC X(2) VALUE "00".
           05  WS-USGAGE-STATUS    PIC X(2) VALUE "00".
           05  WS-OVERLAP-FLAG     PIC X(1) VALUE "N".
               88  RANGE-OVERLAPS           VALUE "Y".
           05  WS-OVERFLOW-FLAG    PIC X(1) VALUE "N".
               88  TABLE-OVERFLOW           VALUE "Y".

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING.
               10  FILLER           PIC X(41) VALUE
                   "CNTRUSGE RESERVATION USAGE RECONCILIATION".
               10  FILLER           PIC X(39) VALUE SPACES.
           05  WS-RPT-REJECT-LINE.
               10  FILLER           PIC X(9)  VALUE "REJECTED ".
               10  RPT-REJ-SYSTEM   PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-REJ-COUNTER  PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-REJ-START    PIC X(9).
               10  FILLER           PIC X(1)  VALUE "-".
               10  RPT-REJ-END      PIC X(9).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-REJ-REASON   PIC X(26).
               10  FILLER           PIC X(7)  VALUE SPACES.
           05  WS-RPT-COLUMN-LINE.
               10  FILLER           PIC X(9)  VALUE "SYSTEM".
               10  FILLER           PIC X(9)  VALUE "COUNTER".
               10  FILLER           PIC X(9)  VALUE "RESERVED".
               10  FILLER           PIC X(10) VALUE "FIRST".
               10  FILLER           PIC X(10) VALUE "LAST".
               10  FILLER           PIC X(9)  VALUE "    USED".
               10  FILLER           PIC X(9)  VALUE "RETURNED".
               10  FILLER           PIC X(9)  VALUE " NEITHER".
               10  FILLER           PIC X(6)  VALUE "STATUS".
           05  WS-RPT-DETAIL-LINE.
               10  RPT-DET-SYSTEM   PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-DET-COUNTER  PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-DET-DATE     PIC 9(8).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-DET-START    PIC 9(9).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-DET-END      PIC 9(9).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-DET-USED     PIC ZZZZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-DET-RETURNED PIC ZZZZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-DET-NEITHER  PIC -------9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  RPT-DET-STATUS   PIC X(6).
           05  WS-RPT-TOTAL-LINE.
               10  RPT-TOT-LABEL    PIC X(22).
               10  RPT-TOT-COUNT    PIC ZZZZZZZZ9.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-RPT-NUMBERS-LINE.
               10  RPT-NUM-LABEL    PIC X(22).
               10  RPT-NUM-COUNT    PIC -(10)9.
               10  FILLER           PIC X(47) VALUE SPACES.

       01  WS-AGE-REPORT-LINES.
           05  WS-AGE-HEADING.
               10  FILLER           PIC X(38) VALUE
                   "CNTRUSGE UNACCOUNTED RESERVATION AGING".
               10  FILLER           PIC X(42) VALUE SPACES.
           05  WS-AGE-LIMIT-LINE.
               10  FILLER           PIC X(22) VALUE
                   "CHASED AFTER DAYS   :".
               10  AGE-LIMIT        PIC ZZ9.
               10  FILLER           PIC X(55) VALUE SPACES.
           05  WS-AGE-SYSTEM-LINE.
               10  FILLER           PIC X(7)  VALUE "SYSTEM ".
               10  AGE-SYS-ID       PIC X(8).
               10  FILLER           PIC X(65) VALUE SPACES.
           05  WS-AGE-DETAIL-LINE.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  AGE-DET-COUNTER  PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  AGE-DET-DATE     PIC 9(8).
               10  FILLER           PIC X(5)  VALUE " AGE ".
               10  AGE-DET-AGE      PIC ZZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  AGE-DET-START    PIC 9(9).
               10  FILLER           PIC X(1)  VALUE "-".
               10  AGE-DET-END      PIC 9(9).
               10  FILLER           PIC X(9)  VALUE " NEITHER ".
               10  AGE-DET-NEITHER  PIC -------9.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  AGE-DET-STATUS   PIC X(6).
               10  FILLER           PIC X(7)  VALUE SPACES.
           05  WS-AGE-SUBTOTAL-LINE.
               10  FILLER           PIC X(16) VALUE
                   "  RESERVATIONS :".
               10  AGE-SUB-COUNT    PIC ZZZZ9.
               10  FILLER           PIC X(12) VALUE
                   "  NUMBERS :".
               10  AGE-SUB-NUMBERS  PIC ZZZZZZZZ9.
               10  FILLER           PIC X(38) VALUE SPACES.
           05  WS-AGE-TOTAL-LINE.
               10  AGE-TOT-LABEL    PIC X(22).
               10  AGE-TOT-COUNT    PIC ZZZZZZZZZZ9.
               10  FILLER           PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-GRANTS
           PERFORM 3000-LOAD-GIVE-BACKS
           PERFORM 4000-LOAD-LEDGER
           PERFORM 5000-POST-CONFIRMATIONS
           PERFORM 6000-WRITE-RECONCILIATION
           PERFORM 7000-WRITE-AGING
           IF TABLE-OVERFLOW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONF-REJECTED > ZERO
                  OR WS-RSV-CLASHED > ZERO
                  OR WS-RSV-AGED > ZERO
                  OR WS-VOIDS-UNMATCHED > ZERO
                  OR WS-LEDGER-UNMATCHED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)

           OPEN INPUT USGCFG
           IF USGCFG-NOT-FOUND
               CONTINUE
           ELSE
               READ USGCFG
               IF USGCFG-OK AND UCFG-AGE-DAYS NUMERIC
                  AND UCFG-AGE-DAYS > ZERO
                   MOVE UCFG-AGE-DAYS TO WS-AGE-DAYS
               END-IF
               CLOSE USGCFG
           END-IF

           OPEN OUTPUT USGRPT
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE.

       2000-LOAD-GRANTS.
           OPEN INPUT RSVFILE
           IF RSVFILE-NOT-FOUND
               SET RSVFILE-AT-END TO TRUE
           ELSE
               READ RSVFILE
                   AT END
                       SET RSVFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 2010-LOAD-ONE-GRANT
               UNTIL RSVFILE-AT-END
           IF NOT RSVFILE-NOT-FOUND
               CLOSE RSVFILE
           END-IF.

       2010-LOAD-ONE-GRANT.
           IF WS-RSV-COUNT < WS-RSV-MAX
               ADD 1 TO WS-RSV-COUNT
               MOVE WS-RSV-COUNT    TO WS-RSUB
               MOVE RSV-SYSTEM-ID   TO WS-RSV-SYSTEM(WS-RSUB)
               MOVE RSV-COUNTER-ID  TO WS-RSV-COUNTER(WS-RSUB)
               MOVE RSV-DATE        TO WS-RSV-DATE(WS-RSUB)
               MOVE RSV-TIME        TO WS-RSV-TIME(WS-RSUB)
               MOVE RSV-START-VALUE TO WS-RSV-START(WS-RSUB)
               MOVE RSV-END-VALUE   TO WS-RSV-END(WS-RSUB)
               MOVE ZERO            TO WS-RSV-USED(WS-RSUB)
               MOVE ZERO            TO WS-RSV-RETURNED(WS-RSUB)
               MOVE "N"             TO WS-RSV-CLASH-FLAG(WS-RSUB)
               MOVE "N"             TO WS-RSV-TODAY-FLAG(WS-RSUB)
               PERFORM 2020-ADD-SYSTEM
           ELSE
               IF NOT TABLE-OVERFLOW
                   DISPLAY "CNTRUSGE: MORE THAN " WS-RSV-MAX
                       " RESERVATIONS ON FILE - RECONCILIATION "
                       "INCOMPLETE"
               END-IF
               SET TABLE-OVERFLOW TO TRUE
           END-IF
           READ RSVFILE
               AT END
                   SET RSVFILE-AT-END TO TRUE
           END-READ.

       2020-ADD-SYSTEM.
           MOVE ZERO TO WS-SSUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SYS-COUNT
               IF WS-SYS-ID(WS-SUB) = RSV-SYSTEM-ID
                   MOVE WS-SUB TO WS-SSUB
               END-IF
           END-PERFORM
           IF WS-SSUB = ZERO
               IF WS-SYS-COUNT < WS-SYS-MAX
                   ADD 1 TO WS-SYS-COUNT
                   MOVE RSV-SYSTEM-ID TO WS-SYS-ID(WS-SYS-COUNT)
               ELSE
                   IF NOT TABLE-OVERFLOW
                       DISPLAY "CNTRUSGE: MORE THAN " WS-SYS-MAX
                           " RESERVING SYSTEMS - AGING INCOMPLETE"
                   END-IF
                   SET TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

      *    the latest grant to the key system and counter that holds
      *    the whole key range and was made before the key stamp
       2900-FIND-GRANT.
           MOVE ZERO TO WS-RSUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RSV-COUNT
               IF WS-RSV-SYSTEM(WS-SUB) = WS-KEY-SYSTEM
                  AND WS-RSV-COUNTER(WS-SUB) = WS-KEY-COUNTER
                  AND WS-RSV-START(WS-SUB) NOT > WS-KEY-START
                  AND WS-RSV-END(WS-SUB) NOT < WS-KEY-END
                  AND WS-RSV-STAMP(WS-SUB) NOT > WS-KEY-STAMP
                   MOVE WS-SUB TO WS-RSUB
               END-IF
           END-PERFORM.

      *    overlap is tested only within the grant 2900 returned
       2910-CHECK-VOID-OVERLAP.
           MOVE "N" TO WS-OVERLAP-FLAG
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-VOID-COUNT
               IF WS-VOID-GRANT(WS-SUB) = WS-RSUB
                  AND WS-VOID-START(WS-SUB) NOT > WS-KEY-END
                  AND WS-VOID-END(WS-SUB) NOT < WS-KEY-START
                   SET RANGE-OVERLAPS TO TRUE
               END-IF
           END-PERFORM.

       2920-CHECK-USED-OVERLAP.
           MOVE "N" TO WS-OVERLAP-FLAG
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-USED-COUNT
               IF WS-USED-GRANT(WS-SUB) = WS-RSUB
                  AND WS-USED-START(WS-SUB) NOT > WS-KEY-END
                  AND WS-USED-END(WS-SUB) NOT < WS-KEY-START
                   SET RANGE-OVERLAPS TO TRUE
               END-IF
           END-PERFORM.

       2930-ADD-USED-RANGE.
           IF WS-USED-COUNT < WS-USED-MAX
               ADD 1 TO WS-USED-COUNT
               MOVE WS-RSUB        TO WS-USED-GRANT(WS-USED-COUNT)
               MOVE WS-KEY-START   TO WS-USED-START(WS-USED-COUNT)
               MOVE WS-KEY-END     TO WS-USED-END(WS-USED-COUNT)
           ELSE
               IF NOT TABLE-OVERFLOW
                   DISPLAY "CNTRUSGE: MORE THAN " WS-USED-MAX
                       " CONFIRMED RANGES - DUPLICATE CHECK INCOMPLETE"
               END-IF
               SET TABLE-OVERFLOW TO TRUE
           END-IF
           COMPUTE WS-RSV-USED(WS-RSUB) = WS-RSV-USED(WS-RSUB)
               + WS-KEY-END - WS-KEY-START + 1.

      *    CNTRRTRN accepted every give-back against a grant, so one
      *    that matches none here means the ledgers disagree
       3000-LOAD-GIVE-BACKS.
           OPEN INPUT VOIDFILE
           IF VOIDFILE-NOT-FOUND
               SET VOIDFILE-AT-END TO TRUE
           ELSE
               READ VOIDFILE
                   AT END
                       SET VOIDFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 3010-LOAD-ONE-GIVE-BACK
               UNTIL VOIDFILE-AT-END
           IF NOT VOIDFILE-NOT-FOUND
               CLOSE VOIDFILE
           END-IF.

       3010-LOAD-ONE-GIVE-BACK.
           MOVE VOD-SYSTEM-ID   TO WS-KEY-SYSTEM
           MOVE VOD-COUNTER-ID  TO WS-KEY-COUNTER
           MOVE VOD-START-VALUE TO WS-KEY-START
           MOVE VOD-END-VALUE   TO WS-KEY-END
           MOVE VOD-DATE        TO WS-EVENT-DATE
           MOVE VOD-TIME        TO WS-EVENT-TIME
           MOVE WS-EVENT-STAMP  TO WS-KEY-STAMP
           PERFORM 2900-FIND-GRANT
           IF WS-RSUB = ZERO
               ADD 1 TO WS-VOIDS-UNMATCHED
               DISPLAY "CNTRUSGE: GIVE-BACK " VOD-COUNTER-ID " "
                   VOD-START-VALUE "-" VOD-END-VALUE
                   " MATCHES NO GRANT TO " VOD-SYSTEM-ID
           ELSE
               COMPUTE WS-RSV-RETURNED(WS-RSUB) =
                   WS-RSV-RETURNED(WS-RSUB) + VOD-END-VALUE
                   - VOD-START-VALUE + 1
               IF VOD-DATE = WS-CURRENT-DATE
                   SET RSV-TOUCHED-TODAY(WS-RSUB) TO TRUE
               END-IF
           END-IF
           IF WS-VOID-COUNT < WS-VOID-MAX
               ADD 1 TO WS-VOID-COUNT
               MOVE WS-RSUB         TO WS-VOID-GRANT(WS-VOID-COUNT)
               MOVE VOD-START-VALUE TO WS-VOID-START(WS-VOID-COUNT)
               MOVE VOD-END-VALUE   TO WS-VOID-END(WS-VOID-COUNT)
           ELSE
               IF NOT TABLE-OVERFLOW
                   DISPLAY "CNTRUSGE: MORE THAN " WS-VOID-MAX
                       " GIVE-BACKS ON FILE - CLASH CHECK INCOMPLETE"
               END-IF
               SET TABLE-OVERFLOW TO TRUE
           END-IF
           READ VOIDFILE
               AT END
                   SET VOIDFILE-AT-END TO TRUE
           END-READ.

      *    confirmations posted on earlier days; a number given back
      *    after it was confirmed as used is a clash to be chased
       4000-LOAD-LEDGER.
           OPEN INPUT USEFILE
           IF USEFILE-NOT-FOUND
               SET USEFILE-AT-END TO TRUE
           ELSE
               READ USEFILE
                   AT END
                       SET USEFILE-AT-END TO TRUE
               END-READ
           END-IF
           PERFORM 4010-LOAD-ONE-CONFIRMATION
               UNTIL USEFILE-AT-END
           IF NOT USEFILE-NOT-FOUND
               CLOSE USEFILE
           END-IF.

       4010-LOAD-ONE-CONFIRMATION.
           MOVE USE-SYSTEM-ID   TO WS-KEY-SYSTEM
           MOVE USE-COUNTER-ID  TO WS-KEY-COUNTER
           MOVE USE-START-VALUE TO WS-KEY-START
           MOVE USE-END-VALUE   TO WS-KEY-END
           MOVE USE-POSTED-DATE TO WS-EVENT-DATE
           MOVE 99999999        TO WS-EVENT-TIME
           MOVE WS-EVENT-STAMP  TO WS-KEY-STAMP
           PERFORM 2900-FIND-GRANT
           IF WS-RSUB = ZERO
               ADD 1 TO WS-LEDGER-UNMATCHED
               DISPLAY "CNTRUSGE: LEDGER ENTRY " USE-COUNTER-ID " "
                   USE-START-VALUE "-" USE-END-VALUE
                   " MATCHES NO GRANT TO " USE-SYSTEM-ID
           ELSE
               PERFORM 2910-CHECK-VOID-OVERLAP
               IF RANGE-OVERLAPS
                   SET RSV-CLASHED(WS-RSUB) TO TRUE
               END-IF
               PERFORM 2930-ADD-USED-RANGE
           END-IF
           READ USEFILE
               AT END
                   SET USEFILE-AT-END TO TRUE
           END-READ.

      *    today's confirmations from the reserving systems
       5000-POST-CONFIRMATIONS.
           OPEN INPUT USEDAILY
           IF USEDAILY-NOT-FOUND
               DISPLAY "CNTRUSGE: NO USAGE CONFIRMATIONS RECEIVED"
               SET USEDAILY-AT-END TO TRUE
           ELSE
               READ USEDAILY
                   AT END
                       SET USEDAILY-AT-END TO TRUE
               END-READ
               OPEN EXTEND USEFILE
               IF USEFILE-NOT-FOUND
                   OPEN OUTPUT USEFILE
               END-IF
           END-IF
           PERFORM 5010-POST-ONE-CONFIRMATION
               UNTIL USEDAILY-AT-END
           IF NOT USEDAILY-NOT-FOUND
               CLOSE USEDAILY
               CLOSE USEFILE
           END-IF
           MOVE "CONFIRMATIONS READ  :" TO RPT-TOT-LABEL
           MOVE WS-CONF-READ TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CONFIRMATIONS POSTED:" TO RPT-TOT-LABEL
           MOVE WS-CONF-POSTED TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CONFIRMATIONS REJECT:" TO RPT-TOT-LABEL
           MOVE WS-CONF-REJECTED TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       5010-POST-ONE-CONFIRMATION.
           ADD 1 TO WS-CONF-READ
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN UDL-START-VALUE NOT NUMERIC
                 OR UDL-END-VALUE NOT NUMERIC
                 OR UDL-START-VALUE = ZERO
                 OR UDL-START-VALUE > UDL-END-VALUE
                   MOVE "RANGE NOT VALID" TO WS-REJECT-REASON
               WHEN UDL-USED-DATE NOT NUMERIC
                 OR UDL-USED-DATE = ZERO
                 OR FUNCTION TEST-DATE-YYYYMMDD(UDL-USED-DATE) NOT = 0
                   MOVE "USED DATE NOT VALID" TO WS-REJECT-REASON
               WHEN UDL-BUSINESS-REF = SPACES
                   MOVE "NO BUSINESS REFERENCE" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 5100-MATCH-CONFIRMATION
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE UDL-RECORD      TO USE-RECORD
               MOVE WS-CURRENT-DATE TO USE-POSTED-DATE
               WRITE USE-RECORD
               ADD 1 TO WS-CONF-POSTED
               SET RSV-TOUCHED-TODAY(WS-RSUB) TO TRUE
               PERFORM 2930-ADD-USED-RANGE
           ELSE
               ADD 1 TO WS-CONF-REJECTED
               MOVE UDL-SYSTEM-ID    TO RPT-REJ-SYSTEM
               MOVE UDL-COUNTER-ID   TO RPT-REJ-COUNTER
               MOVE UDL-START-VALUE  TO RPT-REJ-START
               MOVE UDL-END-VALUE    TO RPT-REJ-END
               MOVE WS-REJECT-REASON TO RPT-REJ-REASON
               MOVE WS-RPT-REJECT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           READ USEDAILY
               AT END
                   SET USEDAILY-AT-END TO TRUE
           END-READ.

      *    the used numbers must have been granted to the sender, and
      *    used between the grant and today; a number of that grant
      *    given back or already confirmed cannot be confirmed again
       5100-MATCH-CONFIRMATION.
           MOVE UDL-SYSTEM-ID   TO WS-KEY-SYSTEM
           MOVE UDL-COUNTER-ID  TO WS-KEY-COUNTER
           MOVE UDL-START-VALUE TO WS-KEY-START
           MOVE UDL-END-VALUE   TO WS-KEY-END
           MOVE WS-CURRENT-DATE TO WS-EVENT-DATE
           MOVE 99999999        TO WS-EVENT-TIME
           MOVE WS-EVENT-STAMP  TO WS-KEY-STAMP
           PERFORM 2900-FIND-GRANT
           IF WS-RSUB = ZERO
               MOVE "NOT INSIDE A RESERVATION" TO WS-REJECT-REASON
           ELSE
               IF UDL-USED-DATE < WS-RSV-DATE(WS-RSUB)
                  OR UDL-USED-DATE > WS-CURRENT-DATE
                   MOVE "USED DATE OUTSIDE GRANT"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM 2910-CHECK-VOID-OVERLAP
                   IF RANGE-OVERLAPS
                       MOVE "NUMBERS ALREADY GIVEN BACK"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 2920-CHECK-USED-OVERLAP
                       IF RANGE-OVERLAPS
                           MOVE "NUMBERS ALREADY CONFIRMED"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    open and clashing grants are listed in full, and so is
      *    any grant a confirmation or give-back touched today;
      *    grants long since accounted for are only counted
       6000-WRITE-RECONCILIATION.
           MOVE WS-RPT-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-RSUB FROM 1 BY 1
                   UNTIL WS-RSUB > WS-RSV-COUNT
               PERFORM 6100-RECONCILE-GRANT
           END-PERFORM
           MOVE "RESERVATIONS ON FILE:" TO RPT-TOT-LABEL
           MOVE WS-RSV-COUNT TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "FULLY ACCOUNTED     :" TO RPT-TOT-LABEL
           MOVE WS-RSV-DONE TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "STILL OPEN          :" TO RPT-TOT-LABEL
           MOVE WS-RSV-OPEN TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "USED AND RETURNED   :" TO RPT-TOT-LABEL
           MOVE WS-RSV-CLASHED TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "NUMBERS USED        :" TO RPT-NUM-LABEL
           MOVE WS-TOT-USED TO RPT-NUM-COUNT
           MOVE WS-RPT-NUMBERS-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "NUMBERS RETURNED    :" TO RPT-NUM-LABEL
           MOVE WS-TOT-RETURNED TO RPT-NUM-COUNT
           MOVE WS-RPT-NUMBERS-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "NUMBERS NEITHER     :" TO RPT-NUM-LABEL
           MOVE WS-TOT-NEITHER TO RPT-NUM-COUNT
           MOVE WS-RPT-NUMBERS-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "GIVE-BACKS UNMATCHED:" TO RPT-TOT-LABEL
           MOVE WS-VOIDS-UNMATCHED TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "LEDGER UNMATCHED    :" TO RPT-TOT-LABEL
           MOVE WS-LEDGER-UNMATCHED TO RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE USGRPT.

       6100-RECONCILE-GRANT.
           COMPUTE WS-NEITHER = WS-RSV-END(WS-RSUB)
               - WS-RSV-START(WS-RSUB) + 1
               - WS-RSV-USED(WS-RSUB) - WS-RSV-RETURNED(WS-RSUB)
           ADD WS-RSV-USED(WS-RSUB)     TO WS-TOT-USED
           ADD WS-RSV-RETURNED(WS-RSUB) TO WS-TOT-RETURNED
           ADD WS-NEITHER               TO WS-TOT-NEITHER
           EVALUATE TRUE
               WHEN RSV-CLASHED(WS-RSUB)
                   ADD 1 TO WS-RSV-CLASHED
                   MOVE "CLASH" TO RPT-DET-STATUS
               WHEN WS-NEITHER > ZERO
                   ADD 1 TO WS-RSV-OPEN
                   MOVE "OPEN" TO RPT-DET-STATUS
               WHEN OTHER
                   ADD 1 TO WS-RSV-DONE
                   MOVE "DONE" TO RPT-DET-STATUS
           END-EVALUATE
           IF RSV-CLASHED(WS-RSUB)
              OR WS-NEITHER > ZERO
              OR RSV-TOUCHED-TODAY(WS-RSUB)
               MOVE WS-RSV-SYSTEM(WS-RSUB)   TO RPT-DET-SYSTEM
               MOVE WS-RSV-COUNTER(WS-RSUB)  TO RPT-DET-COUNTER
               MOVE WS-RSV-DATE(WS-RSUB)     TO RPT-DET-DATE
               MOVE WS-RSV-START(WS-RSUB)    TO RPT-DET-START
               MOVE WS-RSV-END(WS-RSUB)      TO RPT-DET-END
               MOVE WS-RSV-USED(WS-RSUB)     TO RPT-DET-USED
               MOVE WS-RSV-RETURNED(WS-RSUB) TO RPT-DET-RETURNED
               MOVE WS-NEITHER               TO RPT-DET-NEITHER
               MOVE WS-RPT-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       7000-WRITE-AGING.
           OPEN OUTPUT USGAGE
           MOVE WS-AGE-HEADING TO AGE-LINE
           WRITE AGE-LINE
           MOVE WS-AGE-DAYS TO AGE-LIMIT
           MOVE WS-AGE-LIMIT-LINE TO AGE-LINE
           WRITE AGE-LINE
           PERFORM VARYING WS-SSUB FROM 1 BY 1
                   UNTIL WS-SSUB > WS-SYS-COUNT
               PERFORM 7100-AGE-SYSTEM
           END-PERFORM
           MOVE "AGED RESERVATIONS   :" TO AGE-TOT-LABEL
           MOVE WS-RSV-AGED TO AGE-TOT-COUNT
           MOVE WS-AGE-TOTAL-LINE TO AGE-LINE
           WRITE AGE-LINE
           MOVE "AGED NUMBERS        :" TO AGE-TOT-LABEL
           MOVE WS-TOT-AGED-NUMBERS TO AGE-TOT-COUNT
           MOVE WS-AGE-TOTAL-LINE TO AGE-LINE
           WRITE AGE-LINE
           CLOSE USGAGE.

      *    a system heads the page only when it has something to
      *    chase
       7100-AGE-SYSTEM.
           MOVE ZERO TO WS-SYS-AGED
           MOVE ZERO TO WS-SYS-AGED-NUMBERS
           PERFORM VARYING WS-RSUB FROM 1 BY 1
                   UNTIL WS-RSUB > WS-RSV-COUNT
               IF WS-RSV-SYSTEM(WS-RSUB) = WS-SYS-ID(WS-SSUB)
                   PERFORM 7200-AGE-GRANT
               END-IF
           END-PERFORM
           IF WS-SYS-AGED > ZERO
               MOVE WS-SYS-AGED         TO AGE-SUB-COUNT
               MOVE WS-SYS-AGED-NUMBERS TO AGE-SUB-NUMBERS
               MOVE WS-AGE-SUBTOTAL-LINE TO AGE-LINE
               WRITE AGE-LINE
           END-IF.

       7200-AGE-GRANT.
           COMPUTE WS-NEITHER = WS-RSV-END(WS-RSUB)
               - WS-RSV-START(WS-RSUB) + 1
               - WS-RSV-USED(WS-RSUB) - WS-RSV-RETURNED(WS-RSUB)
           MOVE ZERO TO WS-REC-AGE
           IF WS-RSV-DATE(WS-RSUB) NUMERIC
               COMPUTE WS-REC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RSV-DATE(WS-RSUB))
               COMPUTE WS-REC-AGE = WS-TODAY-INT - WS-REC-INT
           END-IF
      *    an unreadable grant date is chased, never quietly
      *    skipped - it is probably the oldest of all
           IF (WS-NEITHER > ZERO OR RSV-CLASHED(WS-RSUB))
              AND (WS-REC-AGE > WS-AGE-DAYS
                   OR WS-RSV-DATE(WS-RSUB) NOT NUMERIC)
               IF WS-SYS-AGED = ZERO
                   MOVE WS-SYS-ID(WS-SSUB) TO AGE-SYS-ID
                   MOVE WS-AGE-SYSTEM-LINE TO AGE-LINE
                   WRITE AGE-LINE
               END-IF
               ADD 1 TO WS-SYS-AGED
               ADD 1 TO WS-RSV-AGED
               IF WS-NEITHER > ZERO
                   ADD WS-NEITHER TO WS-SYS-AGED-NUMBERS
                   ADD WS-NEITHER TO WS-TOT-AGED-NUMBERS
               END-IF
               MOVE WS-RSV-COUNTER(WS-RSUB) TO AGE-DET-COUNTER
               MOVE WS-RSV-DATE(WS-RSUB)    TO AGE-DET-DATE
               MOVE WS-REC-AGE              TO AGE-DET-AGE
               MOVE WS-RSV-START(WS-RSUB)   TO AGE-DET-START
               MOVE WS-RSV-END(WS-RSUB)     TO AGE-DET-END
               MOVE WS-NEITHER              TO AGE-DET-NEITHER
               IF RSV-CLASHED(WS-RSUB)
                   MOVE "CLASH" TO AGE-DET-STATUS
               ELSE
                   MOVE "OPEN" TO AGE-DET-STATUS
               END-IF
               MOVE WS-AGE-DETAIL-LINE TO AGE-LINE
               WRITE AGE-LINE
           END-IF.
