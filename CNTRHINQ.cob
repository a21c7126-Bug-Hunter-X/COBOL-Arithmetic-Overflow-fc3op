      * keyed assignment history the CNTRHIST consolidation step
      * maintains. Inquiry only: nothing here changes the history,
      * so no lock and no security file are involved.
      *
      * A number CNTRUPDT issued during the day has no TRAN-ID; for
      * those the screen shows the requesting system and the
      * caller's business key that the daytime issue was drawn
      * under instead.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  LINE 9  COL 1   VALUE "DISPLAY NUMBER        :".
           05  LINE 9  COL 26  PIC X(20) FROM HST-DISPLAY-NUMBER.

       01  SCR-SHOW-DAYTIME.
           05  BLANK SCREEN.
           05  LINE 1  COL 1   VALUE "CNTRHINQ - ASSIGNMENT INQUIRY".
           05  LINE 2  COL 1   VALUE "COUNTER ID            :".
           05  LINE 2  COL 26  PIC X(8) FROM HST-COUNTER-ID.
           05  LINE 3  COL 1   VALUE "SEQUENCE NUMBER       :".
           05  LINE 3  COL 26  PIC 9(9) FROM HST-SEQ-VALUE.
           05  LINE 4  COL 1   VALUE "ISSUED DURING THE DAY".
           05  LINE 5  COL 1   VALUE "ASSIGNED ON DATE      :".
           05  LINE 5  COL 26  PIC 9(8) FROM HST-DATE.
           05  LINE 6  COL 1   VALUE "ASSIGNED AT TIME      :".
           05  LINE 6  COL 26  PIC 9(8) FROM HST-TIME.
           05  LINE 7  COL 1   VALUE "ASSIGNED BY RUN-ID    :".
           05  LINE 7  COL 26  PIC X(8) FROM HST-RUN-ID.
           05  LINE 8  COL 1   VALUE "REQUESTED BY SYSTEM   :".
           05  LINE 8  COL 26  PIC X(8) FROM HST-FEED-ID.
           05  LINE 9  COL 1   VALUE "BUSINESS KEY          :".
           05  LINE 9  COL 26  PIC X(20) FROM HST-BUSINESS-KEY.
           05  LINE 10 COL 1   VALUE "DISPLAY NUMBER        :".
           05  LINE 10 COL 26  PIC X(20) FROM HST-DISPLAY-NUMBER.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           MOVE WS-INQ-SEQ-VALUE  TO HST-SEQ-VALUE
           READ HISTFILE
           IF HISTFILE-OK
               IF HST-FROM-DAYTIME
                   DISPLAY SCR-SHOW-DAYTIME
               ELSE
                   DISPLAY SCR-SHOW
               END-IF
           ELSE
               DISPLAY "SEQUENCE " WS-INQ-SEQ-VALUE " ON COUNTER "
                   WS-INQ-COUNTER-ID " NOT IN HISTORY - CHECK THE "
