      *****************************************************************
      * WSNPREC - Control-file snapshot record layout.
      *
      * Written to SNPFILE by CNTRSNAP at the head of every nightly
      * chain: one record per counter on the control file, carrying
      * the full WCOUNTER image exactly as it stood, stamped with the
      * date and time the snapshot was cut (under the @LOCK@, so
      * nothing moved while it was taken). "@" control records are
      * not copied. CNTRRCVR starts from the latest snapshot and
      * rolls each counter forward through the logged evidence when
      * the control file has to be rebuilt.
      *
      * The last record is a trailer whose image id is @SNPEND@: it
      * carries how many counter records the snapshot holds, so a
      * truncated copy can never pass for a whole one, and how many
      * RUNHIST run-figure records existed when it was cut, with the
      * run-id of the last of them, so recovery knows exactly which
      * run figures came after the snapshot. Any program that writes
      * or reads the snapshot should COPY this member (REPLACING the
      * :PREFIX: tag with its own qualifier) so the layout stays in
      * sync across writers and readers.
      *****************************************************************
       01  :PREFIX:-RECORD.
           05  :PREFIX:-DATE            PIC 9(8).
           05  :PREFIX:-TIME            PIC 9(8).
           05  :PREFIX:-COUNTER-IMAGE   PIC X(58).
           05  :PREFIX:-TRAILER REDEFINES :PREFIX:-COUNTER-IMAGE.
               10  :PREFIX:-TRL-ID          PIC X(8).
                   88  :PREFIX:-IS-TRAILER        VALUE "@SNPEND@".
               10  :PREFIX:-TRL-COUNTERS    PIC 9(9).
               10  :PREFIX:-TRL-HIST-COUNT  PIC 9(9).
               10  :PREFIX:-TRL-HIST-RUN-ID PIC X(8).
               10  FILLER                   PIC X(24).
