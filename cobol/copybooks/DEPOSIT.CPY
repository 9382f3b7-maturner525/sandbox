      * DRAWER-DEPOSIT record layout (<input>.dep).
      * One line per store and cashier drawer for the day the input
      * file covers: the tender as counted at close-out or settled
      * by the card processor, split cash / card / other. Keyed in
      * by the store office, read by tndrecon to prove the money
      * matches what the .ext says the drawer took in. A drawer
      * counted in more than one pull may appear on more than one
      * line; tndrecon adds them together. Signed fields carry a
      * leading separate sign so the file stays readable as plain
      * text (a drawer that paid out more refunds than it took is
      * negative).
        01  DRAWER-DEPOSIT-RECORD.
            05 DP-STORE-NO          PIC 9(04).
            05 DP-CASHIER-ID        PIC X(10).
            05 DP-DEPOSIT-DATE      PIC 9(08).
            05 DP-CASH-AMOUNT       PIC S9(07)V99 SIGN LEADING
                                                  SEPARATE.
            05 DP-CARD-AMOUNT       PIC S9(07)V99 SIGN LEADING
                                                  SEPARATE.
            05 DP-OTHER-AMOUNT      PIC S9(07)V99 SIGN LEADING
                                                  SEPARATE.
