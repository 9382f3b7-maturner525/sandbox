      * GL-JOURNAL record layout (<input>.<store>.glj).
      * The journal-entry import file glpost writes for the general
      * ledger, one file per store: for each sale date, the detail
      * lines of one balanced journal (debit or credit to one
      * account) followed by a total line carrying the journal's
      * line count and its debit and credit totals, which always
      * agree - glpost will not write a journal that doesn't balance.
        01  GL-JOURNAL-RECORD.
            05 GJ-RECORD-TYPE       PIC X(01).
               88 GJ-DETAIL-LINE               VALUE 'D'.
               88 GJ-TOTAL-LINE                VALUE 'T'.
            05 GJ-JOURNAL-ID        PIC X(16).
            05 GJ-STORE-NO          PIC 9(04).
            05 GJ-POST-DATE         PIC 9(08).
            05 GJ-LINE-NO           PIC 9(04).
            05 GJ-ACCOUNT           PIC X(10).
            05 GJ-DEBIT-AMOUNT      PIC 9(09)V99.
            05 GJ-CREDIT-AMOUNT     PIC 9(09)V99.
            05 GJ-DESCRIPTION       PIC X(40).
