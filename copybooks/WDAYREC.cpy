      *****************************************************************
      * WDAYREC - Daytime issue ledger record layout.
      *
      * Written to DAYFILE by CNTRUPDT once per number it issues
      * between nights: which requesting system asked for it under
      * which business key, which counter it came from, the value
      * the counter stood at before the draw (after any calendar
      * reset the draw applied - EXCFILE logs the reset itself) and
      * the value issued, when, and under which run-id. This is the
      * daytime counterpart of the ASGFILE assignment trail:
      * CNTRHIST rolls it into the keyed assignment history so
      * CNTRHINQ answers for a daytime number the same way as for a
      * batch one, and CNTRBAL, CNTRCOVR and CNTRRCVR account for
      * the numbers issued between one night's ending value and the
      * next night's starting value. The file accumulates across
      * days. Any program that writes or reads the ledger should
      * COPY this member (REPLACING the :PREFIX: tag with its own
      * qualifier) so the layout stays in sync across writers and
      * readers.
      *****************************************************************
       01  :PREFIX:-RECORD.
           05  :PREFIX:-DATE            PIC 9(8).
           05  :PREFIX:-TIME            PIC 9(8).
           05  :PREFIX:-RUN-ID          PIC X(8).
           05  :PREFIX:-SYSTEM-ID       PIC X(8).
           05  :PREFIX:-BUSINESS-KEY    PIC X(20).
           05  :PREFIX:-COUNTER-ID      PIC X(8).
           05  :PREFIX:-PRIOR-VALUE     PIC 9(9) COMP-3.
           05  :PREFIX:-SEQ-VALUE       PIC 9(9) COMP-3.
           05  :PREFIX:-DISPLAY-NUMBER  PIC X(20).
