      * SALES-ADJUSTMENT record layout (salesadj.dat).
      * One line per correction or reversal adjfix has posted against
      * a loaded sale, appended in the order they were keyed, so the
      * last line for a TRANS-ID is the sale as it now stands. The
      * OLD- image is the sale before this adjustment (the .ext line
      * as loaded, or the NEW- image of the previous correction); the
      * NEW- image is the sale after it, all zero for a reversal. The
      * original load is never touched - the database, history and
      * totals take the difference as a separate adjustment, so the
      * extract still ties to what the store sent. Money fields carry
      * two implied decimal places; signed fields carry a leading
      * separate sign so the file stays readable as plain text.
        01  SALES-ADJUSTMENT-RECORD.
            05 SA-ADJ-DATE          PIC 9(08).
            05 SA-ADJ-TIME          PIC 9(08).
            05 SA-OPERATOR-ID       PIC X(10).
            05 SA-ADJ-TYPE          PIC X(01).
               88 SA-REVERSAL                  VALUE 'R'.
               88 SA-CORRECTION                VALUE 'C'.
            05 SA-REASON-TEXT       PIC X(40).
            05 SA-TRANS-ID          PIC X(40).
            05 SA-INPUT-FILE        PIC X(40).
            05 SA-SDATE             PIC X(10).
            05 SA-CATEGORY          PIC X(35).
            05 SA-SKU               PIC X(20).
            05 SA-CASHIER-ID        PIC X(10).
            05 SA-COST              PIC 9(04)V99.
            05 SA-OLD-STORE-NO      PIC 9(04).
            05 SA-OLD-QUANTITY      PIC S9(03)    SIGN LEADING SEPARATE.
            05 SA-OLD-PRICE         PIC 9(04)V99.
            05 SA-OLD-DISCOUNT      PIC 9(04)V99.
            05 SA-OLD-NET-AMOUNT    PIC S9(07)V99 SIGN LEADING SEPARATE.
            05 SA-OLD-TAX-AMOUNT    PIC S9(07)V99 SIGN LEADING SEPARATE.
            05 SA-NEW-STORE-NO      PIC 9(04).
            05 SA-NEW-QUANTITY      PIC S9(03)    SIGN LEADING SEPARATE.
            05 SA-NEW-PRICE         PIC 9(04)V99.
            05 SA-NEW-DISCOUNT      PIC 9(04)V99.
            05 SA-NEW-NET-AMOUNT    PIC S9(07)V99 SIGN LEADING SEPARATE.
            05 SA-NEW-TAX-AMOUNT    PIC S9(07)V99 SIGN LEADING SEPARATE.
