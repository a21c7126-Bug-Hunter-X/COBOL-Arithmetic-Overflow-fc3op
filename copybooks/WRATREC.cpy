      *****************************************************************
      * WRATREC - Chargeback rate table record layout.
      *
      * One record per counter in the RATEFILE rate table: what one
      * number drawn from that counter is charged at, whether it was
      * assigned to a feed's transaction, issued to a daytime caller
      * or reserved in a block. CNTRCHRG prices the month's charges
      * from it; a counter with no rate is charged at zero and
      * flagged on the chargeback report. Any program that reads or
      * maintains the table should COPY this member (REPLACING the
      * :PREFIX: tag with its own qualifier) so the layout stays in
      * sync across writers and readers.
      *****************************************************************
       01  :PREFIX:-RECORD.
           05  :PREFIX:-COUNTER-ID      PIC X(8).
           05  :PREFIX:-RATE            PIC 9(3)V9(6).
           05  FILLER                   PIC X(63).
