      * risking a lost update, and the write-back re-reads the
      * counter and aborts on a run-id mismatch rather than
      * overwriting a concurrent change.
      *
      * Every daytime draw must say who it is for: UPDTPARM carries
      * the requesting system and the caller's business key beside
      * the counter-id, and a draw without both is refused (logged
      * to EXCFILE, return code 8) before the counter is touched.
      * Each number issued is written to the DAYFILE daytime issue
      * ledger (WDAYREC) with that reference, the value the counter
      * stood at before the draw and the number issued, so the
      * nightly chain can answer for it: CNTRHIST rolls it into the
      * keyed assignment history for CNTRHINQ, and CNTRBAL and
      * CNTRCOVR account for it in the span between one night's
      * ending value and the next night's starting value. A draw
      * that issues no number (a halted overflow or a counter value
      * that is not numeric) is refused the same way: logged, the
      * counter left as it stood, nothing written to the ledger and
      * return code 8. A wrap to the floor is a real issue and is
      * ledgered like any other.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UPDTPARM-STATUS.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLFILE.
           RECORDING MODE IS F.
       01  UPRM-RECORD.
           05  UPRM-COUNTER-ID     PIC X(8).
           05  UPRM-SYSTEM-ID      PIC X(8).
           05  UPRM-BUSINESS-KEY   PIC X(20).

       FD  DAYFILE
           RECORDING MODE IS F.
           COPY WDAYREC REPLACING ==:PREFIX:== BY ==DAY==.

       WORKING-STORAGE SECTION.
       COPY WCOUNTER REPLACING ==:PREFIX:== BY ==WS-COUNTER==.
       01  WS-RUN-ID                PIC X(8).
       01  WS-LOCK-KEY              PIC X(8) VALUE "@LOCK@".
       01  WS-TARGET-COUNTER-ID     PIC X(8) VALUE "ORDERS".
       01  WS-CALLER-SYSTEM-ID      PIC X(8) VALUE SPACES.
       01  WS-CALLER-BUSINESS-KEY   PIC X(20) VALUE SPACES.
       01  WS-PRIOR-VALUE           PIC 9(9) COMP-3 VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE     PIC 9(8).
           05  WS-UPDTPARM-STATUS  PIC X(2) VALUE "00".
               88  UPDTPARM-OK              VALUE "00".
               88  UPDTPARM-NOT-FOUND       VALUE "35".
           05  WS-DAYFILE-STATUS   PIC X(2) VALUE "00".
               88  DAYFILE-NOT-FOUND        VALUE "35".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE WS-CURRENT-TIME TO WS-RUN-ID

      *    which counter to tick - the order counter unless the
      *    parameter file names another - and who the number is for
           OPEN INPUT UPDTPARM
           IF UPDTPARM-NOT-FOUND
               CONTINUE
           ELSE
               READ UPDTPARM
               IF UPDTPARM-OK
                   IF UPRM-COUNTER-ID NOT = SPACES
                       MOVE UPRM-COUNTER-ID TO WS-TARGET-COUNTER-ID
                   END-IF
                   MOVE UPRM-SYSTEM-ID    TO WS-CALLER-SYSTEM-ID
                   MOVE UPRM-BUSINESS-KEY TO WS-CALLER-BUSINESS-KEY
               END-IF
               CLOSE UPDTPARM
           END-IF

      *    a number nobody can be held to account for is never
      *    issued - refused before the control file is touched
           IF WS-CALLER-SYSTEM-ID = SPACES
              OR WS-CALLER-BUSINESS-KEY = SPACES
               MOVE WS-TARGET-COUNTER-ID TO WS-COUNTER-ID
               MOVE ZERO                 TO WS-COUNTER-VALUE
               MOVE "NO CALLER REFERENCE" TO WS-EXCEPTION-REASON
               DISPLAY "CNTRUPDT: COUNTER " WS-TARGET-COUNTER-ID
                   " - " WS-EXCEPTION-REASON " - RUN ABORTED"
               PERFORM 8000-LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    default to halt-on-overflow unless a config record says
      *    otherwise
           SET WS-CONFIG-MODE-HALT TO TRUE
               PERFORM 8000-LOG-EXCEPTION
               DISPLAY "CNTRUPDT: COUNTER " WS-TARGET-COUNTER-ID
                   " CALENDAR RESET TO " WS-COUNTER-VALUE
           END-IF
           MOVE WS-COUNTER-VALUE TO WS-PRIOR-VALUE.

      *    refusing means refusing loudly: the reason goes to
      *    EXCFILE for next-day review and the run ends with a
                                  WS-TICKCFG-RECORD
                                  WS-EXCEPTION-FLAG
                                  WS-EXCEPTION-REASON
      *    only a wrap to the floor still issues a number - any
      *    other exception leaves nothing to write back or ledger
           IF WS-EXCEPTION-OCCURRED
               IF WS-EXCEPTION-REASON = "OVERFLOW - WRAPPED TO FLOOR"
                   PERFORM 8000-LOG-EXCEPTION
               ELSE
                   PERFORM 1200-REFUSE-COUNTER
               END-IF
           END-IF
           DISPLAY WS-COUNTER-VALUE.

           ELSE
               WRITE CTL-RECORD
           END-IF
           PERFORM 9050-WRITE-LEDGER

      *    extract of the latest counter values for downstream
      *    subsystems to pick up instead of transcribing a console
           PERFORM 9200-RELEASE-LOCK
           CLOSE CTLFILE.

      *    the issued number goes on the daytime ledger under the
      *    caller's reference while the lock is still held, so no
      *    other draw can land between the counter and its record
       9050-WRITE-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN EXTEND DAYFILE
           IF DAYFILE-NOT-FOUND
               OPEN OUTPUT DAYFILE
           END-IF
           MOVE WS-CURRENT-DATE        TO DAY-DATE
           MOVE WS-CURRENT-TIME        TO DAY-TIME
           MOVE WS-RUN-ID              TO DAY-RUN-ID
           MOVE WS-CALLER-SYSTEM-ID    TO DAY-SYSTEM-ID
           MOVE WS-CALLER-BUSINESS-KEY TO DAY-BUSINESS-KEY
           MOVE WS-COUNTER-ID          TO DAY-COUNTER-ID
           MOVE WS-PRIOR-VALUE         TO DAY-PRIOR-VALUE
           MOVE WS-COUNTER-VALUE       TO DAY-SEQ-VALUE
           SET WS-FMT-COMPOSE TO TRUE
           MOVE WS-COUNTER-FMT-PREFIX    TO WS-FMT-PREFIX
           MOVE WS-COUNTER-FMT-DATE-FLAG TO WS-FMT-DATE-FLAG
           MOVE WS-CURRENT-DATE          TO WS-FMT-DATE
           MOVE WS-COUNTER-VALUE         TO WS-FMT-SEQ-VALUE
           CALL "CNTRNFMT" USING WS-FMT-RECORD
           MOVE WS-FMT-DISPLAY-NUMBER TO DAY-DISPLAY-NUMBER
           WRITE DAY-RECORD
           CLOSE DAYFILE.

       9100-EXTRACT-COUNTER.
           READ CTLFILE NEXT RECORD
               AT END
