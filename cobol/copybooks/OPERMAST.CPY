      * OPERATOR-MASTER record layout (opermast.dat).
      * One line per person allowed onto the maintenance screens:
      * the operator ID and password keyed at sign-on, the name, a
      * status (R revokes the ID without losing its history), and
      * up to ten screens the person may use, by program name in
      * lower case as it is run (itmfix, prcfix, taxfix, rejfix,
      * glfix, adjfix, promofix), or ALL for every screen. Read top
      * to bottom at each sign-on, so a change takes effect on the
      * next one.
      * The file holds passwords in the clear and is kept readable
      * by the back-office group only.
        01  OPERATOR-MASTER-RECORD.
            05 OP-OPERATOR-ID       PIC X(10).
            05 OP-PASSWORD          PIC X(10).
            05 OP-OPERATOR-NAME     PIC X(30).
            05 OP-STATUS            PIC X(01).
               88 OP-ACTIVE                    VALUE 'A' ' '.
               88 OP-REVOKED                   VALUE 'R'.
            05 OP-SCREEN-LIST.
               10 OP-SCREEN         PIC X(08)
                                    OCCURS 10 TIMES
                                    INDEXED BY OP-SCREEN-IDX.
