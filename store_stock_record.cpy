      *             with records grown as a branch first sells an
      *             item. Stock is signed so an oversell shows as a
      *             negative balance, the same as on the master.
      * Modification History:
      *   - Set to the count by an approved STOCKTAKE, with the
      *     master total moved by the same difference.
      *   - Also moved by STORE-TRANSFER: a dispatch takes stock off
      *     the sending branch and a receipt puts it on the receiving
      *     one, so while a note is in transit the master total is
      *     the branches' balances plus the stock on the road.
      ******************************************************************
       01  store-stock-record.
           05  ssr-key.
