      * VENDOR-FEED-SENT record layout (vndsent.dat).
      * One line per weekly sell-through file vndfeed has written
      * for a vendor, appended in the order they were produced. A
      * week already on the log for a vendor is never written again
      * by an ordinary run; a RESEND run regenerates it under a new
      * control number and logs it as type R, so every copy that
      * went out is accounted for. VS-CONTROL-NO is the interchange
      * control number carried in the file's envelope, one higher
      * than the highest on the log. Net sales carry two implied
      * decimal places and a leading separate sign.
        01  VENDOR-FEED-SENT-RECORD.
            05 VS-WEEK-END          PIC 9(08).
            05 VS-VENDOR-ID         PIC X(10).
            05 VS-SENT-DATE         PIC 9(08).
            05 VS-SENT-TIME         PIC 9(08).
            05 VS-CONTROL-NO        PIC 9(09).
            05 VS-SEND-TYPE         PIC X(01).
               88 VS-FIRST-SEND                VALUE 'S'.
               88 VS-RESEND                    VALUE 'R'.
            05 VS-FEED-FILE         PIC X(60).
            05 VS-ITEM-COUNT        PIC 9(05).
            05 VS-UNITS-SOLD        PIC 9(07).
            05 VS-UNITS-RETURNED    PIC 9(07).
            05 VS-NET-SALES         PIC S9(09)V99 SIGN LEADING
                                                  SEPARATE.
