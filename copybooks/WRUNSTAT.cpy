      * wrapped, plus the wrap floor in force. This is the machine-
      * readable side of the run summary report, consumed by the
      * CNTRBAL balancing step to prove the counter moved exactly as
      * much as the work justified. HALT-FLAG marks a counter that
      * halted during the run (ceiling under HALT, or a non-numeric
      * value) and PENDED counts the transactions the run set aside
      * on PNDFILE for it instead of stopping the whole file. Any
      * program that writes or reads the run figures should COPY
      * this member (REPLACING the :PREFIX: tag with its own
      * qualifier) so the layout stays in sync across writers and
      * readers.
      *****************************************************************
       01  :PREFIX:-RECORD.
           05  :PREFIX:-DATE            PIC 9(8).
           05  :PREFIX:-TICKS           PIC 9(9).
           05  :PREFIX:-WRAPS           PIC 9(5).
           05  :PREFIX:-WRAP-FLOOR      PIC 9(9) COMP-3.
           05  :PREFIX:-HALT-FLAG       PIC X(1).
               88  :PREFIX:-HALTED            VALUE "Y".
           05  :PREFIX:-PENDED          PIC 9(9).
