      *****************************************************************
      * WPNDREC - Pended transaction record layout.
      *
      * Written to PNDFILE by CNTRBAT for every transaction that
      * drew on a counter already halted in the run (ceiling hit
      * under HALT, or a non-numeric value): the date it was pended,
      * the run that pended it, the counter, why the counter
      * stopped, and the 80-byte transaction image exactly as it was
      * presented. One halted counter no longer stops the whole file
      * - its work waits here while every other counter carries on.
      * CNTREDIT holds a transaction for a FROZEN counter here the
      * same way (reason COUNTER FROZEN, no run-id), so a paused
      * business line loses nothing; it goes back in on the first
      * night after CNTRDEF ACTIVATEs the counter. The file
      * accumulates across nights; once an operator has fixed the
      * counter (CNTRMAINT correction, or CNTRDEF action) the
      * CNTRRCYC step ahead of the next night's edit merges the
      * pended transactions back into the stream and marks them
      * RE-DRIVEN (status P -> D, release date stamped), so each
      * goes back in exactly once. Any program that writes or reads
      * the pended transactions should COPY this member (REPLACING
      * the :PREFIX: tag with its own qualifier) so the layout stays
      * in sync across writers and readers.
      *****************************************************************
       01  :PREFIX:-RECORD.
           05  :PREFIX:-DATE            PIC 9(8).
           05  :PREFIX:-RUN-ID          PIC X(8).
           05  :PREFIX:-COUNTER-ID      PIC X(8).
           05  :PREFIX:-REASON          PIC X(30).
           05  :PREFIX:-STATUS          PIC X(1).
               88  :PREFIX:-PENDING           VALUE "P".
               88  :PREFIX:-REDRIVEN          VALUE "D".
           05  :PREFIX:-RELEASE-DATE    PIC 9(8).
           05  :PREFIX:-TRAN-RECORD     PIC X(80).
