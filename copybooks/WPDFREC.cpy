      *****************************************************************
      * WPDFREC - Pending counter-definition action record layout.
      *
      * CNTRDEF writes one of these to PDEFFILE when an operator
      * keys DEFINE, FREEZE, RETIRE or ACTIVATE with a future
      * effective business date instead of applying it on the
      * spot. The operator and any confirming second operator are
      * validated when the action is keyed and recorded here; a
      * DEFINE carries the definition as keyed (RESET-FREQ and
      * FMT-DATE-FLAG in their keyed N/Y/M spelling). CNTRPEND
      * applies each action on the night its effective date
      * arrives, logs it to MAINTLOG under the recorded operators,
      * and marks it APPLIED, or REFUSED with the reason when the
      * counter is no longer in a state the action fits. CNTRPLST
      * lists what is still pending. The key orders the actions of
      * one counter by effective date and then by when they were
      * keyed. Any program that reads or writes the pending file
      * should COPY this member (REPLACING the :PREFIX: tag with
      * its own qualifier) so the layout stays in sync across
      * writers and readers.
      *****************************************************************
       01  :PREFIX:-RECORD.
           05  :PREFIX:-KEY.
               10  :PREFIX:-COUNTER-ID      PIC X(8).
               10  :PREFIX:-EFFECTIVE-DATE  PIC 9(8).
               10  :PREFIX:-KEYED-DATE      PIC 9(8).
               10  :PREFIX:-KEYED-TIME      PIC 9(8).
           05  :PREFIX:-ACTION          PIC X(1).
               88  :PREFIX:-ACT-DEFINE        VALUE "D".
               88  :PREFIX:-ACT-FREEZE        VALUE "F".
               88  :PREFIX:-ACT-RETIRE        VALUE "R".
               88  :PREFIX:-ACT-ACTIVATE      VALUE "A".
           05  :PREFIX:-OPERATOR-ID     PIC X(8).
           05  :PREFIX:-APPROVER-ID     PIC X(8).
           05  :PREFIX:-SEED-VALUE      PIC 9(9).
           05  :PREFIX:-MODE            PIC X(1).
           05  :PREFIX:-WRAP-FLOOR      PIC 9(9).
           05  :PREFIX:-RESET-FREQ      PIC X(1).
           05  :PREFIX:-RESET-VALUE     PIC 9(9).
           05  :PREFIX:-FMT-PREFIX      PIC X(4).
           05  :PREFIX:-FMT-DATE-FLAG   PIC X(1).
           05  :PREFIX:-STATE           PIC X(1).
               88  :PREFIX:-PENDING           VALUE "P".
               88  :PREFIX:-APPLIED           VALUE "A".
               88  :PREFIX:-REFUSED           VALUE "X".
           05  :PREFIX:-APPLIED-DATE    PIC 9(8).
           05  :PREFIX:-RESULT          PIC X(30).
