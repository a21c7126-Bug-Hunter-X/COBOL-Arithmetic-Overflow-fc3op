      * WREJREC - Standing reject record layout.
      *
      * Written to REJFILE by CNTREDIT for every record it refuses:
      * the date of rejection, the two-character reason code (01
      * non-numeric TRAN-ID, 02 duplicate, 03 out-of-order, 04 bad
      * counter-id, 05 counter not defined on the control file, 06
      * counter retired), and the raw record as it arrived. The file
      * accumulates across nights (CNTREDIT extends it), so a reject
      * has a life after the night it bounced: the CNTRREPR repair
      * screen lets an authorized operator correct the fields
      * (status O -> R, with the operator and date stamped), the
      * CNTRRCYC recycle step merges repaired records back into the
      * next night's stream (status R -> Y), and the CNTRRAGE aging
