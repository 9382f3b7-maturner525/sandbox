      * salrpt reads back for week-to-date and month-to-date
      * reporting. Money fields carry two implied decimal places;
      * signed fields carry a leading separate sign so the file
      * stays readable as plain text. SH-SOURCE tells a roll-up
      * of loaded sales from an entry adjfix keeps for posted
      * corrections and reversals: a re-roll replaces only the
      * former, so an adjustment survives the day being re-run.
      * Entries written before the field existed read as loaded.
        01  SALES-HISTORY-RECORD.
            05 SH-SDATE            PIC X(10).
            05 SH-STORE-NO         PIC 9(04).
            05 SH-EXT-COST-TOTAL   PIC S9(09)V99 SIGN LEADING SEPARATE.
            05 SH-RETURN-COUNT     PIC 9(07).
            05 SH-RETURN-NET       PIC S9(09)V99 SIGN LEADING SEPARATE.
            05 SH-SOURCE           PIC X(01).
               88 SH-FROM-LOAD                   VALUE 'L' ' '.
               88 SH-FROM-ADJUSTMENT             VALUE 'A'.
