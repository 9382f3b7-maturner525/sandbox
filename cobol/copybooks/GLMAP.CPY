      * GL-ACCOUNT-MAP record layout (glmap.dat).
      * One line per store and category: the general-ledger accounts
      * glpost posts that category's revenue, returns/allowances,
      * cost of goods sold and inventory relief to. Store 0000 is the
      * chain-wide line for a category no store-level line covers,
      * and category '*' is the store's catch-all for categories with
      * no line of their own. The store-level accounts - sales tax
      * payable and the cash/clearing offset - are taken from the
      * store's '*' line (or the 0000 '*' line). Maintained on screen
      * by glfix.
        01  GL-ACCOUNT-MAP-RECORD.
            05 GM-STORE-NO          PIC 9(04).
            05 GM-CATEGORY          PIC X(35).
            05 GM-REVENUE-ACCT      PIC X(10).
            05 GM-RETURNS-ACCT      PIC X(10).
            05 GM-COGS-ACCT         PIC X(10).
            05 GM-INVENTORY-ACCT    PIC X(10).
            05 GM-TAX-ACCT          PIC X(10).
            05 GM-CLEARING-ACCT     PIC X(10).
