      * STORE-MASTER record layout (storemast.dat).
      * One line per location; maintained by back office, read into
      * STORE-TABLE at popdata startup to validate the store number
      * carried on each POS record, and by strchk to know which
      * stores owe the night an extract. A store still trading is
      * status A (a blank status, from before the field was added,
      * reads the same); a closed store is kept on file as C.
        01  STORE-MASTER-RECORD.
            05 SM-STORE-NO          PIC 9(04).
            05 SM-STORE-NAME        PIC X(35).
            05 SM-STATUS            PIC X(01).
               88 SM-STORE-ACTIVE              VALUE 'A' ' '.
               88 SM-STORE-CLOSED              VALUE 'C'.
