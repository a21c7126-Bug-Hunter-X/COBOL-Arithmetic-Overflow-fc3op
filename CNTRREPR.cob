      * CNTRREPR - Reject repair transaction.
      * Walks the outstanding rejects on the standing REJFILE, one
      * screen per record: the reason code (01 non-numeric TRAN-ID,
      * 02 duplicate, 03 out-of-order, 04 bad counter-id, 05 counter
      * not defined, 06 counter retired), the date it bounced, and
      * the raw record, with the transaction fields keyed up for
      * correction. An authorized operator fixes the mis-keyed field
      * and the record is marked REPAIRED in place (operator and
      * date stamped, the original image untouched in ORIG-RECORD);
      * the CNTRRCYC step ahead of the next night's edit merges
      * repaired records back into the stream. Keying a blank
      * TRAN-ID leaves the reject outstanding and moves on.
      *
      * Operators are validated against the same SECFILE security
      * file CNTRMAINT uses - membership is enough, the correction
