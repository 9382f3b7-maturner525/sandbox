      * VENDOR-MASTER record layout (vendmast.dat).
      * One line per supplier; maintained by back office like the
      * store master, and named on each item by IM-VENDOR-ID. itmfix
      * checks a vendor keyed on an item is on file and active, and
      * vndfeed writes each active vendor its weekly sell-through
      * file, identifying us and them in the envelope by the two
      * trading-partner IDs agreed with the vendor. A vendor no
      * longer supplied is kept on file as I so old items still
      * name a known vendor, but gets no feed.
        01  VENDOR-MASTER-RECORD.
            05 VM-VENDOR-ID         PIC X(10).
            05 VM-VENDOR-NAME       PIC X(35).
            05 VM-STATUS            PIC X(01).
               88 VM-VENDOR-ACTIVE             VALUE 'A' ' '.
               88 VM-VENDOR-INACTIVE           VALUE 'I'.
            05 VM-PARTNER-ID        PIC X(15).
            05 VM-OUR-PARTNER-ID    PIC X(15).
