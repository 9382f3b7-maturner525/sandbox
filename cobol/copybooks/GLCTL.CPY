      * GL-POSTED-JOURNAL control record layout (glposted.dat).
      * One line for every store-day journal glpost has sent to the
      * ledger: the journal identity, its total, and the run and
      * input file that produced it. glpost reads it before building
      * anything and will not send a store-day that is already here,
      * so a rerun or a reloaded file can't post the same day twice.
        01  GL-POSTED-RECORD.
            05 GC-STORE-NO          PIC 9(04).
            05 GC-POST-DATE         PIC 9(08).
            05 GC-JOURNAL-ID        PIC X(16).
            05 GC-JOURNAL-TOTAL     PIC 9(09)V99.
            05 GC-RUN-DATE          PIC 9(08).
            05 GC-RUN-TIME          PIC 9(08).
            05 GC-INPUT-FILE        PIC X(40).
