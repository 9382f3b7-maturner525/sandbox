      * INVENTORY-POSTING record layout (invjrnl.dat).
      * One line per sale date, store and SKU posted to the on-hand
      * file: the net units that day moved (sales less returns, so
      * a day of returns is negative). Rewritten by invpost the way
      * salhist rewrites the sales history - a day re-posted backs
      * its old entries out of on-hand and replaces them, so the
      * same day posted twice never decrements twice - and read by
      * invcnt to carry sales dated after a count across it.
        01  INVENTORY-POSTING-RECORD.
            05 IP-SDATE             PIC X(10).
            05 IP-STORE-NO          PIC 9(04).
            05 IP-SKU               PIC X(20).
            05 IP-NET-QTY           PIC S9(07)    SIGN LEADING
                                                  SEPARATE.
            05 IP-RUN-DATE          PIC 9(08).
