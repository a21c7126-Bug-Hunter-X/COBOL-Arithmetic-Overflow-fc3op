       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-CONFIRM-ID            PIC X(8) VALUE SPACES.
       01  WS-APPROVER-ID           PIC X(8) VALUE SPACES.
       01  WS-ACTION                PIC X(1) VALUE SPACE.
       01  WS-OLD-VALUE             PIC 9(9) COMP-3.
       01  WS-NEW-VALUE             PIC 9(9).
       01  WS-DELTA                 PIC 9(9) COMP-3 VALUE ZERO.
                   MOVE 1           TO WS-OLD-VALUE
                   MOVE ZERO        TO WS-NEW-VALUE
                   MOVE SPACES      TO WS-APPROVER-ID
                   MOVE "U"         TO WS-ACTION
                   PERFORM 7100-WRITE-MAINTLOG
               ELSE
                   DISPLAY "LOCK NOT HELD - NOTHING TO CLEAR"
                   MOVE 1            TO WS-OLD-VALUE
                   MOVE ZERO         TO WS-NEW-VALUE
                   MOVE SPACES       TO WS-APPROVER-ID
                   MOVE "B"          TO WS-ACTION
                   PERFORM 7100-WRITE-MAINTLOG
               ELSE
                   DISPLAY "NO BALANCE BLOCK SET - NOTHING TO CLEAR"
                   CTL-RUN-ID " SINCE INQUIRY - NO CHANGE MADE"
           ELSE
               MOVE WS-COUNTER-VALUE TO WS-OLD-VALUE
               MOVE "C" TO WS-ACTION
               PERFORM 7100-WRITE-MAINTLOG
               MOVE WS-NEW-VALUE TO WS-COUNTER-VALUE
               MOVE WS-CURRENT-DATE TO WS-COUNTER-LAST-UPD-DATE
           MOVE WS-OLD-VALUE     TO MLOG-OLD-VALUE
           MOVE WS-NEW-VALUE     TO MLOG-NEW-VALUE
           MOVE WS-APPROVER-ID   TO MLOG-APPROVER-ID
           MOVE WS-ACTION        TO MLOG-ACTION
           WRITE MLOG-RECORD
           CLOSE MAINTLOG.

