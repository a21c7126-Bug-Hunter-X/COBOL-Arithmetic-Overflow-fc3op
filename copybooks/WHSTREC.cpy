      * rolls each day's sequential ASGFILE into this file, so the
      * question "which transaction received this number?" is one
      * keyed read through the CNTRHINQ inquiry screen instead of a
      * hunt through daily datasets. Numbers CNTRUPDT issued during
      * the day come in from the DAYFILE ledger the same way: SOURCE
      * says which trail a record came from, and for a daytime issue
      * FEED-ID carries the requesting system and BUSINESS-KEY the
      * caller's own reference (there is no TRAN-ID). Records rolled
      * in before SOURCE was kept carry a blank and are batch
      * assignments. Any program that writes or reads the history
      * should COPY this member (REPLACING the :PREFIX: tag with its
      * own qualifier) so the layout stays in sync across writers
      * and readers.
      *****************************************************************
       01  :PREFIX:-RECORD.
           05  :PREFIX:-KEY.
           05  :PREFIX:-RUN-ID          PIC X(8).
           05  :PREFIX:-FEED-ID         PIC X(8).
           05  :PREFIX:-DISPLAY-NUMBER  PIC X(20).
           05  :PREFIX:-SOURCE          PIC X(1).
               88  :PREFIX:-FROM-BATCH        VALUE "B" SPACE.
               88  :PREFIX:-FROM-DAYTIME      VALUE "D".
           05  :PREFIX:-BUSINESS-KEY    PIC X(20).
