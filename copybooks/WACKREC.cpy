      *****************************************************************
      * WACKREC - Feed acknowledgement record layout.
      *
      * Written by CNTRACK at end of night, one acknowledgement file
      * per business-line feed (ACKFIL1/2/3 answering FEEDFIL1/2/3),
      * so each supplying system learns what became of every TRAN-ID
      * it sent without calling in: ASSIGNED with the sequence value
      * and DISPLAY-NUMBER from ASGFILE, REJECTED with the REJFILE
      * reason code, PENDED behind a halted counter, HELD by the
      * edit until a frozen counter is ACTIVATEd, REFUSED by a
      * frozen, retired or undefined counter, or NOT PROCESSED when
      * the batch run never reached it. REASON-TEXT spells the
      * outcome out for the receiving desk. A transaction from an
      * earlier night that went back in tonight (a repaired reject
      * or a re-driven pended transaction) is acknowledged ASSIGNED
      * on its own feed's file as well, so the answer that follows
      * the earlier REJECTED or PENDED is never lost.
      *
      * Each acknowledgement file opens with a WTRNHDR header (the
      * feed's business date and feed id) and closes with a WTRNTRL
      * trailer (record count and hash total of the acknowledged
      * TRAN-IDs), so the receiving system can prove it got the
      * whole file back the same way we prove its feed. The data
      * record is the same 80 bytes, and TRAN-ID is always numeric,
      * so no data record can masquerade as header or trailer. Any
      * program that writes or reads the acknowledgements should
      * COPY this member (REPLACING the :PREFIX: tag with its own
      * qualifier) so the layout stays in sync across writers and
      * readers.
      *****************************************************************
       01  :PREFIX:-RECORD.
           05  :PREFIX:-TRAN-ID         PIC 9(10).
           05  :PREFIX:-COUNTER-ID      PIC X(8).
           05  :PREFIX:-OUTCOME         PIC X(1).
               88  :PREFIX:-ASSIGNED          VALUE "A".
               88  :PREFIX:-REJECTED          VALUE "R".
               88  :PREFIX:-PENDED            VALUE "P".
               88  :PREFIX:-HELD              VALUE "H".
               88  :PREFIX:-REFUSED           VALUE "F".
               88  :PREFIX:-NOT-PROCESSED     VALUE "N".
           05  :PREFIX:-SEQ-VALUE       PIC 9(9).
           05  :PREFIX:-DISPLAY-NUMBER  PIC X(20).
           05  :PREFIX:-REASON-CODE     PIC X(2).
           05  :PREFIX:-REASON-TEXT     PIC X(30).
