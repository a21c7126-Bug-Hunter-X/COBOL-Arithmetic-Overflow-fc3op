      * correction: who changed which counter, when, from what value
      * to what value, and - when the correction exceeded the keying
      * operator's own limit - which second operator confirmed it
      * (spaces otherwise). CNTRDEF logs its lifecycle actions here
      * too. ACTION says which kind of entry it is, so the history
      * can be replayed action by action (CNTRRCVR rolls counters
      * forward through it): a correction, an orphaned-lock or
      * balance-block clear, or a DEFINE, FREEZE, RETIRE or
      * ACTIVATE. Entries logged before the action was recorded
      * carry a blank. Any program that writes or reads that
      * history should COPY this member (REPLACING the :PREFIX: tag
      * with its own qualifier) so the layout stays in sync across
      * writers and readers.
           05  :PREFIX:-OLD-VALUE       PIC 9(9) COMP-3.
           05  :PREFIX:-NEW-VALUE       PIC 9(9) COMP-3.
           05  :PREFIX:-APPROVER-ID     PIC X(8).
           05  :PREFIX:-ACTION          PIC X(1).
               88  :PREFIX:-ACT-CORRECTION    VALUE "C".
               88  :PREFIX:-ACT-UNLOCK        VALUE "U".
               88  :PREFIX:-ACT-CLEAR-BALANCE VALUE "B".
               88  :PREFIX:-ACT-DEFINE        VALUE "D".
               88  :PREFIX:-ACT-FREEZE        VALUE "F".
               88  :PREFIX:-ACT-RETIRE        VALUE "R".
               88  :PREFIX:-ACT-ACTIVATE      VALUE "A".
               88  :PREFIX:-ACT-UNRECORDED    VALUE SPACE.
