      *****************************************************************
      * WCHGREC - Monthly chargeback record layout.
      *
      * Written to CHGFILE by CNTRCHRG, one record per counter per
      * consumer for the charge month: the feed whose transactions
      * were assigned numbers (type F), the system CNTRUPDT issued
      * numbers to during the day (type D) or the system that
      * reserved blocks through CNTRRESV (type R). TAKEN is the
      * numbers assigned, issued or reserved; RETURNED is the
      * numbers a reserving system gave back through CNTRRTRN in
      * the month (zero for F and D); CHARGED is TAKEN less
      * RETURNED - a reservation record is what was reserved and
      * never given back, and can be negative in a month where more
      * came back than was reserved. AMOUNT is CHARGED at the
      * counter's RATEFILE rate. Any program that writes or reads
      * the charge file should COPY this member (REPLACING the
      * :PREFIX: tag with its own qualifier) so the layout stays in
      * sync across writers and readers.
      *****************************************************************
       01  :PREFIX:-RECORD.
           05  :PREFIX:-MONTH           PIC 9(6).
           05  :PREFIX:-COUNTER-ID      PIC X(8).
           05  :PREFIX:-CONSUMER-TYPE   PIC X(1).
               88  :PREFIX:-BY-FEED           VALUE "F".
               88  :PREFIX:-BY-DAYTIME        VALUE "D".
               88  :PREFIX:-BY-RESERVATION    VALUE "R".
           05  :PREFIX:-CONSUMER-ID     PIC X(8).
           05  :PREFIX:-TAKEN           PIC 9(9).
           05  :PREFIX:-RETURNED        PIC 9(9).
           05  :PREFIX:-CHARGED         PIC S9(9)
                                        SIGN IS LEADING SEPARATE.
           05  :PREFIX:-RATE            PIC 9(3)V9(6).
           05  :PREFIX:-AMOUNT          PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
