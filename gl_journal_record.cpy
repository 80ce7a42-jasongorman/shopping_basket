      *             came off. The journal balances within each
      *             currency - debits equal credits - and the proof
      *             report states so before finance loads it.
      * Modification History:
      *   - gjr-store-id added out of the filler so a posting that
      *     belongs to one branch - stocktake shrinkage - carries the
      *     branch to the ledger; till postings leave it blank.
      *   - gjr-reference added out of the filler for postings that
      *     belong to one document - a supplier invoice on the
      *     accounts-payable journal INVOICE-MATCH writes in this
      *     same layout; blank elsewhere.
      ******************************************************************
       01  gl-journal-record.
           05  gjr-date            PIC 9(08).
               88  gjr-is-credit       VALUE 'C'.
           05  gjr-amount          PIC 9(12)V9(2).
           05  gjr-element         PIC X(16).
           05  gjr-store-id        PIC X(04).
           05  gjr-reference       PIC X(16).
           05  FILLER              PIC X(10).
