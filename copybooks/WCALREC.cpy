      *****************************************************************
      * WCALREC - Business-day calendar record layout.
      *
      * CALFILE says which business dates each feed is expected to
      * deliver, so a date that never arrives is noticed instead of
      * being silently skipped. Two kinds of record share the one
      * 80-byte layout:
      *   W  the working week of a feed: the date the pattern is in
      *      force from and seven Y/N flags, Monday through Sunday.
      *      A feed with no W record expects nothing.
      *   H  a holiday: no business is expected from the feed on
      *      that date. A blank FEED-ID makes the holiday apply to
      *      every feed.
      * Dates before a feed's in-force date are never expected, so
      * the calendar can be introduced (or re-based) without
      * flagging history. CNTRBAT checks the calendar against the
      * DATFILE processed-dates control at the start of every run.
      * Any program that reads or writes the calendar should COPY
      * this member (REPLACING the :PREFIX: tag with its own
      * qualifier) so the layout stays in sync across writers and
      * readers.
      *****************************************************************
       01  :PREFIX:-RECORD.
           05  :PREFIX:-REC-TYPE        PIC X(1).
               88  :PREFIX:-IS-WEEK           VALUE "W".
               88  :PREFIX:-IS-HOLIDAY        VALUE "H".
           05  :PREFIX:-FEED-ID         PIC X(8).
           05  :PREFIX:-DATE            PIC 9(8).
           05  :PREFIX:-WEEK-DAYS       PIC X(7).
           05  FILLER                   PIC X(56).
