      *****************************************************************
      * WUSEREC - Reservation usage-confirmation record layout.
      *
      * A system that reserves blocks through CNTRRESV sends back a
      * daily file of these: one record per number, or per
      * sub-range of numbers, it actually put on a document, with
      * its own business reference for the document and the date it
      * was used. CNTRUSGE checks each confirmation against the
      * RSVFILE grants and the VOIDFILE give-backs and posts the
      * accepted ones to the standing usage ledger in the same
      * layout, with POSTED-DATE filled in (it is zero on the
      * inbound file). Any program that reads or writes
      * confirmations should COPY this member (REPLACING the
      * :PREFIX: tag with its own qualifier) so the layout stays in
      * sync across writers and readers.
      *****************************************************************
       01  :PREFIX:-RECORD.
           05  :PREFIX:-SYSTEM-ID       PIC X(8).
           05  :PREFIX:-COUNTER-ID      PIC X(8).
           05  :PREFIX:-START-VALUE     PIC 9(9).
           05  :PREFIX:-END-VALUE       PIC 9(9).
           05  :PREFIX:-USED-DATE       PIC 9(8).
           05  :PREFIX:-BUSINESS-REF    PIC X(20).
           05  :PREFIX:-POSTED-DATE     PIC 9(8).
           05  FILLER                   PIC X(10).
